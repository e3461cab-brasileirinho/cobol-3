       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201786.
       AUTHOR. LEONARDO.
      **************************************
      * RECERTIFICACAO - CERTIFICADOS A VENCER *
      **************************************
      * RODADA MENSAL. PARA CADA CHAPA E CURSO PEGA
      * O CERTIFICADO MAIS RECENTE DO CADCERT; SE
      * VENCE EM ATE 60 DIAS (OU JA VENCEU) E O
      * FUNCIONARIO ESTA ATIVO, PRE-INSCREVE NA
      * PROXIMA TURMA DO CURSO (CADTURMA COM INICIO
      * A PARTIR DE HOJE) QUE TENHA VAGA, GRAVANDO
      * O CADINSCR COMO INSCRITO. QUEM JA ESTA
      * INSCRITO EM TURMA FUTURA DO CURSO NAO E
      * INSCRITO DE NOVO (INSCRICAO CANCELADA OU
      * RECUSADA NAO CONTA E E REGRAVADA). A DATA E
      * HORA DO PEDIDO FICAM NA INSCRICAO, COMO NO
      * FP201731. O RELRECERT LISTA TODOS,
      * INCLUSIVE QUEM FICOU SEM TURMA DISPONIVEL
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCERT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CERCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADTURMA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TURCHAVE
                    FILE STATUS  IS W-STTUR.

           SELECT CADINSCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS INSCHAVE
                    FILE STATUS  IS W-STINS.

           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS W-STFUN
                    ALTERNATE RECORD KEY IS FUNCNOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.

           SELECT RELRECERT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCERT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCERT.DAT".
       01 REGCERT.
                03 CERCHAVE.
                   05 CERCHAPA       PIC 9(05).
                   05 CERCURSO       PIC X(05).
                   05 CEREMISSAO     PIC 9(08).
                03 CERVALIDADE       PIC 9(08).
                03 CERRM             PIC 9(05).
                03 CERTURMA          PIC 9(02).
                03 CERMEDIA          PIC 9(02)V9.
                03 FILLER            PIC X(10).

       FD CADTURMA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTURMA.DAT".
       01 REGTURMA.
                03 TURCHAVE.
                   05 TURCURSO       PIC X(05).
                   05 TURNUM         PIC 9(02).
                03 TURINICIO.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 TURFIM.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 TURINSTRUTOR      PIC X(25).
                03 TURCAPAC          PIC 9(03).
                03 FILLER            PIC X(09).

       FD CADINSCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINSCR.DAT".
       01 REGINSCR.
                03 INSCHAVE.
                   05 INSCURSO       PIC X(05).
                   05 INSTURMA       PIC 9(02).
                   05 INSRM          PIC 9(05).
                03 INSCHAPA          PIC 9(05).
                03 INSSTATUS         PIC X(01).
                03 INSPEDIDO         PIC 9(14).
                03 INSPEDIDOR REDEFINES INSPEDIDO.
                   05 INSPEDDATA     PIC 9(08).
                   05 INSPEDHORA     PIC 9(06).

       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
                03 CHAPA             PIC 9(05).
                03 FUNCNOME          PIC X(35).
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

       FD RELRECERT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRECERT.DAT".
       01 REGRELRECERT PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STTUR       PIC X(02) VALUE "00".
       77 W-STINS       PIC X(02) VALUE "00".
       77 W-STFUN       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201786".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-JANELA      PIC 9(03) VALUE 060.
       77 W-TEMANT      PIC X(01) VALUE "N".
       77 W-ANTCHAPA    PIC 9(05) VALUE ZEROS.
       77 W-ANTCURSO    PIC X(05) VALUE SPACES.
       77 W-ANTRM       PIC 9(05) VALUE ZEROS.
       77 W-ANTVALID    PIC 9(08) VALUE ZEROS.
       77 W-INICIO8     PIC 9(08) VALUE ZEROS.
       77 W-MELHOR8     PIC 9(08) VALUE ZEROS.
       77 W-MELHORTUR   PIC 9(02) VALUE ZEROS.
       77 W-JATURMA     PIC 9(02) VALUE ZEROS.
       77 W-INSCRITOS   PIC 9(03) VALUE ZEROS.
       77 W-TOTPRE      PIC 9(05) VALUE ZEROS.
       77 W-TOTJA       PIC 9(05) VALUE ZEROS.
       77 W-TOTSEM      PIC 9(05) VALUE ZEROS.
       77 W-NUMHOJE     PIC 9(07) VALUE ZEROS.
       77 W-NUMDIA      PIC 9(07) VALUE ZEROS.
       77 W-NDDIA       PIC 9(02) VALUE ZEROS.
       77 W-NDMES       PIC 9(02) VALUE ZEROS.
       77 W-NDANO       PIC 9(04) VALUE ZEROS.
       77 W-QUOC        PIC 9(04) VALUE ZEROS.
       77 W-RESTOD      PIC 9(02) VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       01 W-HOJE       PIC 9(06) VALUE ZEROS.
       01 W-HOJER REDEFINES W-HOJE.
          03 W-HOJEANO PIC 9(02).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
       01 W-HOJE8      PIC 9(08) VALUE ZEROS.
       01 W-HORA       PIC 9(08) VALUE ZEROS.
       01 W-HORAR REDEFINES W-HORA.
          03 W-HORAHMS PIC 9(06).
          03 FILLER    PIC 9(02).
       01 W-DATA8      PIC 9(08) VALUE ZEROS.
       01 W-DATA8R REDEFINES W-DATA8.
          03 W-D8ANO   PIC 9(04).
          03 W-D8MES   PIC 9(02).
          03 W-D8DIA   PIC 9(02).
      *    DIAS ACUMULADOS ATE O INICIO DE CADA MES (ANO COMUM)
       01 W-TABACUM.
          03 FILLER    PIC X(36) VALUE
             "000031059090120151181212243273304334".
       01 W-TABACUMR REDEFINES W-TABACUM.
          03 W-DIASACUM PIC 9(03) OCCURS 12 TIMES.
       01 WS-CAB1.
          03 FILLER       PIC X(52) VALUE
             "RECERTIFICACAO - CERTIFICADOS VENCENDO ATE 60 DIAS ".
          03 FILLER       PIC X(04) VALUE "EM: ".
          03 WS-CABDIA    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CABMES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CABANO    PIC 9(04).
       01 WS-CABDET.
          03 FILLER       PIC X(05) VALUE "CHAPA".
          03 FILLER       PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(35) VALUE "NOME".
          03 FILLER       PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(05) VALUE "CURSO".
          03 FILLER       PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(10) VALUE "VENCIMENTO".
          03 FILLER       PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(30) VALUE "SITUACAO".
       01 WS-LINDET.
          03 WS-DETCHAPA  PIC 9(05).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETNOME   PIC X(35).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETCURSO  PIC X(05).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETVDIA   PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-DETVMES   PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-DETVANO   PIC 9(04).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETSIT    PIC X(21).
          03 WS-DETTURMA  PIC 9(02).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETVENC   PIC X(07).
       01 WS-RODAPE1.
          03 FILLER       PIC X(24) VALUE "PRE-INSCRITOS:          ".
          03 WS-RODPRE    PIC ZZZZ9.
       01 WS-RODAPE2.
          03 FILLER       PIC X(24) VALUE "JA INSCRITOS EM TURMA:  ".
          03 WS-RODJA     PIC ZZZZ9.
       01 WS-RODAPE3.
          03 FILLER       PIC X(24) VALUE "SEM TURMA DISPONIVEL:   ".
          03 WS-RODSEM    PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN INPUT CADCERT
           IF ST-ERRO NOT = "00"
              DISPLAY "NENHUM CERTIFICADO EMITIDO (CADCERT)"
              GO TO ROT-FIM.
       INC-OP1.
           OPEN INPUT CADTURMA
           IF W-STTUR NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ CADTURMA" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STTUR
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTURMA"
              CLOSE CADCERT
              GO TO ROT-FIM.
       INC-OP2.
           OPEN I-O CADINSCR
           IF W-STINS NOT = "00"
              IF W-STINS = "30"
                 OPEN OUTPUT CADINSCR
                 CLOSE CADINSCR
                 GO TO INC-OP2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQ CADINSCR"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    W-STINS
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADINSCR"
                 CLOSE CADCERT CADTURMA
                 GO TO ROT-FIM.
       INC-OP3.
           OPEN INPUT CADFUNC
           IF W-STFUN NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STFUN
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              CLOSE CADCERT CADTURMA CADINSCR
              GO TO ROT-FIM.
       INC-OP4.
           OPEN OUTPUT RELRECERT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ RELRECERT" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELRECERT"
              CLOSE CADCERT CADTURMA CADINSCR CADFUNC
              GO TO ROT-FIM.
      *
           ACCEPT W-HOJE FROM DATE
           COMPUTE W-HOJE8 = 20000000 + W-HOJE
           MOVE W-HOJEDIA TO W-NDDIA
           MOVE W-HOJEMES TO W-NDMES
           COMPUTE W-NDANO = 2000 + W-HOJEANO
           PERFORM CALC-NUMDIA THRU CALC-NUMDIA-FIM
           MOVE W-NUMDIA  TO W-NUMHOJE
           MOVE W-HOJEDIA TO WS-CABDIA
           MOVE W-HOJEMES TO WS-CABMES
           MOVE W-NDANO   TO WS-CABANO
           MOVE SPACES    TO REGRELRECERT
           MOVE WS-CAB1   TO REGRELRECERT
           WRITE REGRELRECERT
           MOVE SPACES    TO REGRELRECERT
           MOVE WS-CABDET TO REGRELRECERT
           WRITE REGRELRECERT
           MOVE LOW-VALUES TO CERCHAVE
           START CADCERT KEY NOT < CERCHAVE
           IF ST-ERRO NOT = "00"
              GO TO REC-FIM.
      *
      *    O ULTIMO CERTIFICADO DE CADA CHAPA/CURSO E O
      *    MAIS RECENTE (EMISSAO FAZ PARTE DA CHAVE)
       REC-LOOP.
           READ CADCERT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO REC-FIM.
           ADD 1 TO W-CTLLIDOS
           IF W-TEMANT = "S" AND
              (CERCHAPA NOT = W-ANTCHAPA OR CERCURSO NOT = W-ANTCURSO)
              PERFORM REC-CERT THRU REC-CERT-FIM.
           MOVE "S"         TO W-TEMANT
           MOVE CERCHAPA    TO W-ANTCHAPA
           MOVE CERCURSO    TO W-ANTCURSO
           MOVE CERRM       TO W-ANTRM
           MOVE CERVALIDADE TO W-ANTVALID
           GO TO REC-LOOP.
      *
       REC-FIM.
           IF W-TEMANT = "S"
              PERFORM REC-CERT THRU REC-CERT-FIM.
           MOVE W-TOTPRE   TO WS-RODPRE
           MOVE W-TOTJA    TO WS-RODJA
           MOVE W-TOTSEM   TO WS-RODSEM
           MOVE SPACES     TO REGRELRECERT
           WRITE REGRELRECERT
           MOVE WS-RODAPE1 TO REGRELRECERT
           WRITE REGRELRECERT
           MOVE WS-RODAPE2 TO REGRELRECERT
           WRITE REGRELRECERT
           MOVE WS-RODAPE3 TO REGRELRECERT
           WRITE REGRELRECERT
           MOVE W-TOTPRE TO W-CTLGRAV
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE CADCERT CADTURMA CADINSCR CADFUNC RELRECERT
           DISPLAY "PRE-INSCRITOS         : " W-TOTPRE
           DISPLAY "JA INSCRITOS EM TURMA : " W-TOTJA
           DISPLAY "SEM TURMA DISPONIVEL  : " W-TOTSEM
           GO TO ROT-FIM.
      *
      *****************************************
      * CERTIFICADO MAIS RECENTE DA CHAPA E   *
      * CURSO - VENCE DENTRO DA JANELA?       *
      *****************************************
       REC-CERT.
           IF W-ANTVALID = ZEROS
              GO TO REC-CERT-FIM.
           MOVE W-ANTVALID TO W-DATA8
           MOVE W-D8DIA    TO W-NDDIA
           MOVE W-D8MES    TO W-NDMES
           MOVE W-D8ANO    TO W-NDANO
           IF W-NDMES < 01 OR W-NDMES > 12
              GO TO REC-CERT-FIM.
           PERFORM CALC-NUMDIA THRU CALC-NUMDIA-FIM
           IF W-NUMDIA > W-NUMHOJE + W-JANELA
              GO TO REC-CERT-FIM.
           MOVE W-ANTCHAPA TO CHAPA
           READ CADFUNC
           IF W-STFUN NOT = "00" OR ESTATUS NOT = "A"
              GO TO REC-CERT-FIM.
           MOVE SPACES     TO WS-LINDET
           MOVE W-ANTCHAPA TO WS-DETCHAPA
           MOVE FUNCNOME   TO WS-DETNOME
           MOVE W-ANTCURSO TO WS-DETCURSO
           MOVE W-D8DIA    TO WS-DETVDIA
           MOVE W-D8MES    TO WS-DETVMES
           MOVE W-D8ANO    TO WS-DETVANO
           MOVE ZEROS      TO WS-DETTURMA
           IF W-ANTVALID < W-HOJE8
              MOVE "VENCIDO" TO WS-DETVENC.
           PERFORM REC-JA-INSCRITO THRU REC-JA-INSCRITO-FIM
           IF W-JATURMA NOT = ZEROS
              ADD 1 TO W-TOTJA
              MOVE "JA INSCRITO - TURMA " TO WS-DETSIT
              MOVE W-JATURMA TO WS-DETTURMA
              GO TO REC-CERT-GRAVA.
           PERFORM REC-ACHA-TURMA THRU REC-ACHA-TURMA-FIM
           IF W-MELHORTUR = ZEROS
              ADD 1 TO W-TOTSEM
              MOVE "SEM TURMA DISPONIVEL" TO WS-DETSIT
              GO TO REC-CERT-GRAVA.
           MOVE W-ANTCURSO  TO INSCURSO
           MOVE W-MELHORTUR TO INSTURMA
           MOVE W-ANTRM     TO INSRM
           MOVE W-ANTCHAPA  TO INSCHAPA
           MOVE "I"         TO INSSTATUS
           MOVE W-HOJE8     TO INSPEDDATA
           ACCEPT W-HORA FROM TIME
           MOVE W-HORAHMS   TO INSPEDHORA
           WRITE REGINSCR
      *    CHAVE JA EXISTE: INSCRICAO CANCELADA OU RECUSADA
           IF W-STINS = "22"
              REWRITE REGINSCR.
           IF W-STINS NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQ CADINSCR" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STINS
              ADD 1 TO W-TOTSEM
              MOVE "SEM TURMA DISPONIVEL" TO WS-DETSIT
              GO TO REC-CERT-GRAVA.
           ADD 1 TO W-TOTPRE
           MOVE "PRE-INSCRITO - TURMA" TO WS-DETSIT
           MOVE W-MELHORTUR TO WS-DETTURMA.
       REC-CERT-GRAVA.
           MOVE SPACES    TO REGRELRECERT
           MOVE WS-LINDET TO REGRELRECERT
           WRITE REGRELRECERT.
       REC-CERT-FIM.
           EXIT.
      *
      *****************************************
      * JA INSCRITO EM TURMA DO CURSO QUE     *
      * AINDA NAO COMECOU?                    *
      *****************************************
       REC-JA-INSCRITO.
           MOVE ZEROS      TO W-JATURMA
           MOVE W-ANTCURSO TO INSCURSO
           MOVE ZEROS      TO INSTURMA INSRM
           START CADINSCR KEY NOT < INSCHAVE
           IF W-STINS NOT = "00"
              GO TO REC-JA-INSCRITO-FIM.
       REC-JA-INSCRITO-LE.
           READ CADINSCR NEXT RECORD
           IF W-STINS NOT = "00"
              GO TO REC-JA-INSCRITO-FIM.
           IF INSCURSO NOT = W-ANTCURSO
              GO TO REC-JA-INSCRITO-FIM.
           IF INSCHAPA NOT = W-ANTCHAPA
              GO TO REC-JA-INSCRITO-LE.
           IF INSSTATUS = "C" OR "R"
              GO TO REC-JA-INSCRITO-LE.
           MOVE INSCURSO TO TURCURSO
           MOVE INSTURMA TO TURNUM
           READ CADTURMA
           IF W-STTUR NOT = "00"
              GO TO REC-JA-INSCRITO-LE.
           COMPUTE W-INICIO8 = ANO OF TURINICIO * 10000
                             + MES OF TURINICIO * 100
                             + DIA OF TURINICIO
           IF W-INICIO8 < W-HOJE8
              GO TO REC-JA-INSCRITO-LE.
           MOVE INSTURMA TO W-JATURMA.
       REC-JA-INSCRITO-FIM.
           EXIT.
      *
      *****************************************
      * TURMA DO CURSO QUE COMECA PRIMEIRO, A *
      * PARTIR DE HOJE, E AINDA TEM VAGA      *
      *****************************************
       REC-ACHA-TURMA.
           MOVE ZEROS      TO W-MELHORTUR
           MOVE 99999999   TO W-MELHOR8
           MOVE W-ANTCURSO TO TURCURSO
           MOVE ZEROS      TO TURNUM
           START CADTURMA KEY NOT < TURCHAVE
           IF W-STTUR NOT = "00"
              GO TO REC-ACHA-TURMA-FIM.
       REC-ACHA-TURMA-LE.
           READ CADTURMA NEXT RECORD
           IF W-STTUR NOT = "00"
              GO TO REC-ACHA-TURMA-FIM.
           IF TURCURSO NOT = W-ANTCURSO
              GO TO REC-ACHA-TURMA-FIM.
           COMPUTE W-INICIO8 = ANO OF TURINICIO * 10000
                             + MES OF TURINICIO * 100
                             + DIA OF TURINICIO
           IF W-INICIO8 < W-HOJE8 OR W-INICIO8 NOT < W-MELHOR8
              GO TO REC-ACHA-TURMA-LE.
           PERFORM REC-CONTA THRU REC-CONTA-FIM
           IF W-INSCRITOS < TURCAPAC
              MOVE W-INICIO8 TO W-MELHOR8
              MOVE TURNUM    TO W-MELHORTUR.
           GO TO REC-ACHA-TURMA-LE.
       REC-ACHA-TURMA-FIM.
           EXIT.
      *
      *****************************************
      * INSCRITOS CONFIRMADOS DA TURMA        *
      *****************************************
       REC-CONTA.
           MOVE ZEROS    TO W-INSCRITOS
           MOVE TURCURSO TO INSCURSO
           MOVE TURNUM   TO INSTURMA
           MOVE ZEROS    TO INSRM
           START CADINSCR KEY NOT < INSCHAVE
           IF W-STINS NOT = "00"
              GO TO REC-CONTA-FIM.
       REC-CONTA-LE.
           READ CADINSCR NEXT RECORD
           IF W-STINS NOT = "00"
              GO TO REC-CONTA-FIM.
           IF INSCURSO NOT = TURCURSO OR INSTURMA NOT = TURNUM
              GO TO REC-CONTA-FIM.
           IF INSSTATUS = "I"
              ADD 1 TO W-INSCRITOS.
           GO TO REC-CONTA-LE.
       REC-CONTA-FIM.
           EXIT.
      *
       CALC-NUMDIA.
           DIVIDE W-NDANO BY 4 GIVING W-QUOC REMAINDER W-RESTOD
           COMPUTE W-NUMDIA = (W-NDANO * 365)
                            + W-DIASACUM (W-NDMES) + W-NDDIA
           ADD W-QUOC TO W-NUMDIA
           IF W-RESTOD NOT = ZEROS
              ADD 1 TO W-NUMDIA.
           IF W-RESTOD = ZEROS AND W-NDMES > 2
              ADD 1 TO W-NUMDIA.
       CALC-NUMDIA-FIM.
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
