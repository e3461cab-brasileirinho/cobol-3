       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201789.
       AUTHOR. LEONARDO.
      **************************************
      * CUSTO DE TREINAMENTO POR CENTRO DE CUSTO *
      **************************************
      * PARA AS TURMAS ENCERRADAS NA COMPETENCIA
      * (FIM DO CADTURMA NO MES/ANO INFORMADO)
      * APURA O CUSTO DA TURMA: HORAS X VALOR DA
      * HORA DO INSTRUTOR (CADINSTR) + LOCAL +
      * MATERIAL (CADCUSTTUR). O CUSTO E DIVIDIDO
      * EM PARTES IGUAIS ENTRE OS INSCRITOS DO
      * CADINSCR (RESIDUO NO ULTIMO) E CADA PARTE
      * VAI AOS CENTROS DE CUSTO PELO CADRATEIO,
      * COM A MESMA REGRA DO FP201728 (SOMA 100,
      * RESIDUO NA ULTIMA PARCELA, SENAO TUDO NO
      * FUNCCDC). LISTA HORAS E CUSTO POR
      * FUNCIONARIO, ACRESCENTA TREINHORAS E
      * TREINCUSTO (TOTAIS) E TREINH/FUN E
      * TREINC/FUN (POR FUNCIONARIO ATIVO) POR DEPTO
      * E EMPRESA NA SERIE DE INDICADORES
      * (INDICSERIE, FP201726) E LANCA
      * AS HORAS DOS INSTRUTORES AUTONOMOS NO
      * CADRPAHORA PARA O PAGAMENTO DO FP201706.
      * COMPETENCIA JA PAGA NO RPAHIST NAO E
      * ALTERADA. REPROCESSAR A COMPETENCIA REFAZ
      * AS HORAS AINDA NAO PAGAS
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADTURMA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TURCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADINSTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ITRCODIGO
                    FILE STATUS  IS W-STITR.

           SELECT CADCUSTTUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TCSCHAVE
                    FILE STATUS  IS W-STTCS.

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

           SELECT CADRATEIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RATCHAVE
                    FILE STATUS  IS W-STRAT
                    ALTERNATE RECORD KEY IS RATCHAPA
                               WITH DUPLICATES.

           SELECT CUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCUSTO
                    FILE STATUS  IS W-STCUS.

           SELECT CADRPAHORA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RHRCHAVE
                    FILE STATUS  IS W-STRHR.

           SELECT RPAHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RPHCHAVE
                    FILE STATUS  IS W-STRPH
                    ALTERNATE RECORD KEY IS RPHCODIGO
                               WITH DUPLICATES.

           SELECT INDICSERIE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS W-STIND.

           SELECT RELTREIN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT SORTWK ASSIGN TO DISK.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
                03 TURCODINSTR       PIC 9(05).
                03 TURHORAS          PIC 9(03).
                03 FILLER            PIC X(01).

       FD CADINSTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINSTR.DAT".
       01 REGINSTR.
                03 ITRCODIGO         PIC 9(05).
                03 ITRNOME           PIC X(35).
                03 ITRTIPO           PIC X(01).
                03 ITRCHAPA          PIC 9(05).
                03 ITRRPA            PIC 9(05).
                03 ITRVALHORA        PIC 9(04)V99.
                03 FILLER            PIC X(13).

       FD CADCUSTTUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCUSTTUR.DAT".
       01 REGCUSTTUR.
                03 TCSCHAVE.
                   05 TCSCURSO       PIC X(05).
                   05 TCSNUM         PIC 9(02).
                03 TCSLOCAL          PIC 9(06)V99.
                03 TCSMATERIAL       PIC 9(06)V99.
                03 FILLER            PIC X(10).

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
                03 FILLER            PIC X(14).

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

       FD CADRATEIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRATEIO.DAT".
       01 REGRATEIO.
                03 RATCHAVE.
                   05 RATCHAPA       PIC 9(05).
                   05 RATSEQ         PIC 9(02).
                03 RATCDC            PIC 9(01).
                03 RATPERC           PIC 9(03)V99.
                03 FILLER            PIC X(11).

       FD CUSTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCUSTO.DAT".
       01 REGCUSTO.
                03 CODCUSTO          PIC 9(01).
                03 DENOMCUSTO        PIC X(25).
                03 FILLER            PIC X(24).

       FD CADRPAHORA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRPAHORA.DAT".
       01 REGRPAHORA.
                03 RHRCHAVE.
                   05 RHRCODIGO      PIC 9(05).
                   05 RHRMES         PIC 9(02).
                   05 RHRANO         PIC 9(02).
                03 RHRHORAS          PIC 9(04).
                03 RHRVALOR          PIC 9(06)V99.
                03 RHRTURMAS         PIC 9(03).
                03 FILLER            PIC X(10).

       FD RPAHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RPAHIST.DAT".
       01 REGRPAHIST.
                03 RPHCHAVE.
                   05 RPHCODIGO      PIC 9(05).
                   05 RPHMES         PIC 9(02).
                   05 RPHANO         PIC 9(02).
                03 RPHVALOR          PIC 9(06)V99.
                03 RPHINSS           PIC 9(06)V99.
                03 RPHISS            PIC 9(06)V99.
                03 RPHLIQ            PIC 9(06)V99.
                03 RPHIRRF           PIC 9(06)V99.
                03 FILLER            PIC X(03).

       FD INDICSERIE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "INDICSERIE.DAT".
       01 REGINDIC.
                03 INDTIPO           PIC X(01).
                03 INDCODIGO         PIC 9(03).
                03 INDMES            PIC 9(02).
                03 INDANO            PIC 9(02).
                03 INDNOME           PIC X(10).
                03 INDVALOR          PIC 9(11)V99.
                03 FILLER            PIC X(10).

       FD RELTREIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELTREIN.DAT".
       01 REGRELTREIN PIC X(110).

       SD SORTWK.
       01 REGSORTWK.
          03 SW-CHAPA    PIC 9(05).
          03 SW-CURSO    PIC X(05).
          03 SW-TURMA    PIC 9(02).
          03 SW-HORAS    PIC 9(03).
          03 SW-VALOR    PIC 9(08)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STITR       PIC X(02) VALUE "00".
       77 W-STTCS       PIC X(02) VALUE "00".
       77 W-STINS       PIC X(02) VALUE "00".
       77 W-STFUN       PIC X(02) VALUE "00".
       77 W-STRAT       PIC X(02) VALUE "00".
       77 W-STCUS       PIC X(02) VALUE "00".
       77 W-STRHR       PIC X(02) VALUE "00".
       77 W-STRPH       PIC X(02) VALUE "00".
       77 W-STIND       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201789".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-TEMTCS      PIC X(01) VALUE "N".
       77 W-TEMRAT      PIC X(01) VALUE "N".
       77 W-TEMCUS      PIC X(01) VALUE "N".
       77 W-TEMRPH      PIC X(01) VALUE "N".
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(02) VALUE ZEROS.
       77 W-ANO4        PIC 9(04) VALUE ZEROS.
       77 W-IND         PIC 9(03) COMP VALUE ZEROS.
       77 W-IND2        PIC 9(03) COMP VALUE ZEROS.
       77 W-INDRPA      PIC 9(03) COMP VALUE ZEROS.
       77 W-QTDRPA      PIC 9(03) COMP VALUE ZEROS.
       77 W-VALINSTR    PIC 9(08)V99 VALUE ZEROS.
       77 W-VALLOCAL    PIC 9(06)V99 VALUE ZEROS.
       77 W-VALMAT      PIC 9(06)V99 VALUE ZEROS.
       77 W-CUSTOTUR    PIC 9(08)V99 VALUE ZEROS.
       77 W-QTDPART     PIC 9(03) VALUE ZEROS.
       77 W-SEQPART     PIC 9(03) VALUE ZEROS.
       77 W-PARTE       PIC 9(08)V99 VALUE ZEROS.
       77 W-PARTEALOC   PIC 9(08)V99 VALUE ZEROS.
       77 W-DEPTO       PIC 9(03) VALUE ZEROS.
       77 W-EMPRESA     PIC 9(02) VALUE ZEROS.
       77 W-RATCHAPA    PIC 9(05) VALUE ZEROS.
       77 W-RATCDC      PIC 9(01) VALUE ZEROS.
       77 W-RATVALOR    PIC 9(08)V99 VALUE ZEROS.
       77 W-RATPERC     PIC 9(04)V99 VALUE ZEROS.
       77 W-RATALOC     PIC 9(08)V99 VALUE ZEROS.
       77 W-RATPARTE    PIC 9(08)V99 VALUE ZEROS.
       77 W-RATULTIMO   PIC 9(02) COMP VALUE ZEROS.
       77 W-PRIMEIRO    PIC X(01) VALUE "S".
       77 W-CHAPAANT    PIC 9(05) VALUE ZEROS.
       77 W-FUNTURMAS   PIC 9(03) VALUE ZEROS.
       77 W-FUNHORAS    PIC 9(05) VALUE ZEROS.
       77 W-FUNCUSTO    PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTTURMAS   PIC 9(05) VALUE ZEROS.
       77 W-TOTPART     PIC 9(07) VALUE ZEROS.
       77 W-TOTFUNCS    PIC 9(05) VALUE ZEROS.
       77 W-TOTHORAS    PIC 9(07) VALUE ZEROS.
       77 W-TOTCUSTO    PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTNAORAT   PIC 9(11)V99 VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       01 TABPART.
          03 TABPART-VAL PIC 9(11)V99 OCCURS 10 TIMES.
       01 TABCDC.
          03 TABCDC-VAL  PIC 9(11)V99 OCCURS 10 TIMES.
       01 TABDEP.
          03 TABDEP-ITEM OCCURS 999 TIMES.
             05 TABDEP-HORAS PIC 9(07).
             05 TABDEP-CUSTO PIC 9(11)V99.
             05 TABDEP-ATIVOS PIC 9(05).
       01 TABEMP.
          03 TABEMP-ITEM OCCURS 99 TIMES.
             05 TABEMP-HORAS PIC 9(07).
             05 TABEMP-CUSTO PIC 9(11)V99.
             05 TABEMP-ATIVOS PIC 9(05).
      *    HORAS DOS INSTRUTORES AUTONOMOS NA COMPETENCIA
       01 TABRPA.
          03 TABRPA-ITEM OCCURS 100 TIMES.
             05 TABRPA-COD    PIC 9(05).
             05 TABRPA-HORAS  PIC 9(04).
             05 TABRPA-VALOR  PIC 9(06)V99.
             05 TABRPA-TURMAS PIC 9(03).
       01 WS-CAB1.
          03 FILLER       PIC X(42) VALUE
             "CUSTO DE TREINAMENTO POR CENTRO DE CUSTO  ".
          03 FILLER       PIC X(13) VALUE "COMPETENCIA: ".
          03 WS-CABMES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CABANO    PIC 9(02).
       01 WS-CABTUR.
          03 FILLER       PIC X(35) VALUE
             "CURSO TU INSTRUTOR                 ".
          03 FILLER       PIC X(09) VALUE "HRS  PART".
          03 FILLER       PIC X(11) VALUE "  INSTRUTOR".
          03 FILLER       PIC X(11) VALUE "      LOCAL".
          03 FILLER       PIC X(11) VALUE "   MATERIAL".
          03 FILLER       PIC X(13) VALUE "        TOTAL".
       01 WS-LINTUR.
          03 WS-LTCURSO   PIC X(05).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-LTTURMA   PIC 9(02).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-LTINSTR   PIC X(25).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-LTHORAS   PIC ZZ9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-LTPART    PIC ZZ9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-LTVALINS  PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-LTLOCAL   PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-LTMAT     PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-LTTOTAL   PIC Z.ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-LTOBS     PIC X(14).
       01 WS-CABFUN.
          03 FILLER       PIC X(44) VALUE
             "CHAPA NOME                                  ".
          03 FILLER       PIC X(28) VALUE
             "TUR   HORAS           CUSTO".
       01 WS-LINFUN.
          03 WS-LFCHAPA   PIC 9(05).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-LFNOME    PIC X(35).
          03 FILLER       PIC X(03) VALUE SPACES.
          03 WS-LFTURMAS  PIC ZZ9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-LFHORAS   PIC ZZ.ZZ9.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-LFCUSTO   PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-CABCDC     PIC X(110) VALUE
          "CDC DENOMINACAO                         CUSTO RATEADO".
       01 WS-LINCDC.
          03 WS-LCCDC     PIC 9(01).
          03 FILLER       PIC X(03) VALUE SPACES.
          03 WS-LCNOME    PIC X(25).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-LCVALOR   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-CABRPA     PIC X(110) VALUE
          "HORAS DE INSTRUTOR AUTONOMO PARA O RPA (CADRPAHORA)".
       01 WS-LINRPA.
          03 FILLER       PIC X(04) VALUE "RPA ".
          03 WS-LRCOD     PIC 9(05).
          03 FILLER       PIC X(09) VALUE "  TURMAS:".
          03 WS-LRTURMAS  PIC ZZ9.
          03 FILLER       PIC X(08) VALUE "  HORAS:".
          03 WS-LRHORAS   PIC Z.ZZ9.
          03 FILLER       PIC X(08) VALUE "  VALOR:".
          03 WS-LRVALOR   PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-LROBS     PIC X(40).
       01 WS-RODAPE1.
          03 FILLER        PIC X(16) VALUE "TURMAS CUSTEADAS".
          03 FILLER        PIC X(02) VALUE ": ".
          03 WS-RODTURMAS  PIC ZZZZ9.
          03 FILLER        PIC X(17) VALUE "  PARTICIPACOES: ".
          03 WS-RODPART    PIC Z.ZZZ.ZZ9.
          03 FILLER        PIC X(16) VALUE "  FUNCIONARIOS: ".
          03 WS-RODFUNCS   PIC ZZZZ9.
       01 WS-RODAPE2.
          03 FILLER        PIC X(18) VALUE "CUSTO TOTAL      :".
          03 WS-RODCUSTO   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER        PIC X(26) VALUE
             "  NAO RATEADO (SEM INSCR):".
          03 WS-RODNAORAT  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-ACE0.
           DISPLAY "CUSTO DE TREINAMENTO POR CENTRO DE CUSTO"
           DISPLAY "INFORME O MES DA COMPETENCIA (MM): "
           ACCEPT W-MES
           IF W-MES < 01 OR W-MES > 12
              DISPLAY "MES INVALIDO"
              GO TO INC-ACE0.
       INC-ACE1.
           DISPLAY "INFORME O ANO DA COMPETENCIA (AA): "
           ACCEPT W-ANO
           COMPUTE W-ANO4 = 2000 + W-ANO.
      *
       INC-OP0.
           OPEN INPUT CADTURMA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADTURMA"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTURMA"
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT CADINSTR
           IF W-STITR NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADINSTR"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STITR
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADINSTR"
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN INPUT CADINSCR
           IF W-STINS NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADINSCR"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STINS
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADINSCR"
              GO TO ROT-FIMS.
       INC-OP3.
           OPEN INPUT CADFUNC
           IF W-STFUN NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STFUN
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              GO TO ROT-FIMS.
       INC-OP4.
      *    CUSTOS DA TURMA, RATEIO, NOMES DOS CENTROS
      *    DE CUSTO E HISTORICO DO RPA SAO OPCIONAIS
           OPEN INPUT CADCUSTTUR
           IF W-STTCS = "00"
              MOVE "S" TO W-TEMTCS.
           OPEN INPUT CADRATEIO
           IF W-STRAT = "00"
              MOVE "S" TO W-TEMRAT.
           OPEN INPUT CUSTO
           IF W-STCUS = "00"
              MOVE "S" TO W-TEMCUS.
           OPEN INPUT RPAHIST
           IF W-STRPH = "00"
              MOVE "S" TO W-TEMRPH.
       INC-OP5.
           OPEN I-O CADRPAHORA
           IF W-STRHR NOT = "00"
              IF W-STRHR = "30"
                 OPEN OUTPUT CADRPAHORA
                 CLOSE CADRPAHORA
                 GO TO INC-OP5
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRPAHORA"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    W-STRHR
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRPAHORA"
                 GO TO ROT-FIMS.
       INC-OP6.
           OPEN EXTEND INDICSERIE
           IF W-STIND NOT = "00"
              OPEN OUTPUT INDICSERIE.
           IF W-STIND NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ INDICSERIE"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STIND
              DISPLAY "ERRO NA ABERTURA DA SERIE HISTORICA"
              GO TO ROT-FIMS.
       INC-OP7.
           OPEN OUTPUT RELTREIN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ RELTREIN" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELTREIN"
              GO TO ROT-FIMS.
      *
           MOVE ZEROS TO TABCDC TABDEP TABEMP TABRPA W-QTDRPA
           MOVE W-MES TO WS-CABMES
           MOVE W-ANO TO WS-CABANO
           MOVE SPACES  TO REGRELTREIN
           MOVE WS-CAB1 TO REGRELTREIN
           WRITE REGRELTREIN
           MOVE SPACES  TO REGRELTREIN
           WRITE REGRELTREIN
           MOVE WS-CABTUR TO REGRELTREIN
           WRITE REGRELTREIN
           SORT SORTWK
               ON ASCENDING KEY SW-CHAPA SW-CURSO SW-TURMA
               INPUT PROCEDURE  IS SRT-ENTRADA THRU SRT-ENTRADA-FIM
               OUTPUT PROCEDURE IS SRT-SAIDA THRU SRT-SAIDA-FIM.
           PERFORM TRN-CDC THRU TRN-CDC-FIM
           PERFORM TRN-INDIC THRU TRN-INDIC-FIM
           PERFORM TRN-RPA THRU TRN-RPA-FIM
      *
           MOVE W-TOTTURMAS TO WS-RODTURMAS
           MOVE W-TOTPART   TO WS-RODPART
           MOVE W-TOTFUNCS  TO WS-RODFUNCS
           MOVE SPACES      TO REGRELTREIN
           WRITE REGRELTREIN
           MOVE WS-RODAPE1  TO REGRELTREIN
           WRITE REGRELTREIN
           MOVE W-TOTCUSTO  TO WS-RODCUSTO
           MOVE W-TOTNAORAT TO WS-RODNAORAT
           MOVE SPACES      TO REGRELTREIN
           MOVE WS-RODAPE2  TO REGRELTREIN
           WRITE REGRELTREIN
           MOVE W-TOTTURMAS TO W-CTLGRAV
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           IF W-CTLLIDOS < W-CTLGRAV
              MOVE ZEROS TO W-CTLPULADOS.
           MOVE W-TOTCUSTO TO W-CTLVALOR
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           IF W-TEMTCS = "S"
              CLOSE CADCUSTTUR.
           IF W-TEMRAT = "S"
              CLOSE CADRATEIO.
           IF W-TEMCUS = "S"
              CLOSE CUSTO.
           IF W-TEMRPH = "S"
              CLOSE RPAHIST.
           CLOSE CADTURMA CADINSTR CADINSCR CADFUNC CADRPAHORA
                 INDICSERIE RELTREIN
           DISPLAY "TURMAS CUSTEADAS: " W-TOTTURMAS
           DISPLAY "CUSTO TOTAL     : " W-TOTCUSTO
           GO TO ROT-FIMS.
      *
      *****************************************
      * ENTRADA DO SORT - TURMAS ENCERRADAS   *
      * NA COMPETENCIA E RATEIO DO CUSTO      *
      *****************************************
       SRT-ENTRADA.
           MOVE LOW-VALUES TO TURCHAVE
           START CADTURMA KEY NOT < TURCHAVE
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENTRADA-FIM.
       SRT-LOOP.
           READ CADTURMA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENTRADA-FIM.
           ADD 1 TO W-CTLLIDOS
           IF MES OF TURFIM NOT = W-MES OR
              ANO OF TURFIM NOT = W-ANO4
              GO TO SRT-LOOP.
           IF TURCODINSTR NOT NUMERIC
              MOVE ZEROS TO TURCODINSTR.
           IF TURHORAS NOT NUMERIC
              MOVE ZEROS TO TURHORAS.
           PERFORM TUR-CUSTO THRU TUR-CUSTO-FIM
           PERFORM TUR-CONTA THRU TUR-CONTA-FIM
           ADD 1 TO W-TOTTURMAS
           ADD W-CUSTOTUR TO W-TOTCUSTO
           MOVE TURCURSO     TO WS-LTCURSO
           MOVE TURNUM       TO WS-LTTURMA
           MOVE TURINSTRUTOR TO WS-LTINSTR
           MOVE TURHORAS     TO WS-LTHORAS
           MOVE W-QTDPART    TO WS-LTPART
           MOVE W-VALINSTR   TO WS-LTVALINS
           MOVE W-VALLOCAL   TO WS-LTLOCAL
           MOVE W-VALMAT     TO WS-LTMAT
           MOVE W-CUSTOTUR   TO WS-LTTOTAL
           MOVE SPACES       TO WS-LTOBS
           IF W-QTDPART = ZEROS
              MOVE "SEM INSCRITOS" TO WS-LTOBS
              ADD W-CUSTOTUR TO W-TOTNAORAT.
           MOVE SPACES    TO REGRELTREIN
           MOVE WS-LINTUR TO REGRELTREIN
           WRITE REGRELTREIN
           IF W-QTDPART = ZEROS
              GO TO SRT-LOOP.
           PERFORM TUR-RATEIA THRU TUR-RATEIA-FIM
           GO TO SRT-LOOP.
       SRT-ENTRADA-FIM.
           EXIT.
      *
      *****************************************
      * CUSTO DA TURMA: INSTRUTOR + LOCAL +   *
      * MATERIAL. HORAS DO AUTONOMO VAO PARA  *
      * A TABELA DO RPA                       *
      *****************************************
       TUR-CUSTO.
           MOVE ZEROS TO W-VALINSTR W-VALLOCAL W-VALMAT
           IF TURCODINSTR = ZEROS
              GO TO TUR-CUSTO-LOCAL.
           MOVE TURCODINSTR TO ITRCODIGO
           READ CADINSTR
           IF W-STITR NOT = "00"
              GO TO TUR-CUSTO-LOCAL.
           COMPUTE W-VALINSTR ROUNDED = TURHORAS * ITRVALHORA
           IF ITRTIPO NOT = "A" OR ITRRPA = ZEROS
              GO TO TUR-CUSTO-LOCAL.
           MOVE ZEROS TO W-INDRPA.
       TUR-CUSTO-ACHA.
           ADD 1 TO W-INDRPA
           IF W-INDRPA > W-QTDRPA
              GO TO TUR-CUSTO-NOVO.
           IF TABRPA-COD (W-INDRPA) = ITRRPA
              GO TO TUR-CUSTO-SOMA.
           GO TO TUR-CUSTO-ACHA.
       TUR-CUSTO-NOVO.
           IF W-QTDRPA NOT < 100
              DISPLAY "TABELA DE AUTONOMOS CHEIA - RPA "
                      ITRRPA " NAO LANCADO"
              GO TO TUR-CUSTO-LOCAL.
           ADD 1 TO W-QTDRPA
           MOVE W-QTDRPA TO W-INDRPA
           MOVE ITRRPA TO TABRPA-COD (W-INDRPA).
       TUR-CUSTO-SOMA.
           ADD TURHORAS   TO TABRPA-HORAS (W-INDRPA)
           ADD W-VALINSTR TO TABRPA-VALOR (W-INDRPA)
           ADD 1          TO TABRPA-TURMAS (W-INDRPA).
       TUR-CUSTO-LOCAL.
           IF W-TEMTCS NOT = "S"
              GO TO TUR-CUSTO-TOTAL.
           MOVE TURCURSO TO TCSCURSO
           MOVE TURNUM   TO TCSNUM
           READ CADCUSTTUR
           IF W-STTCS = "00"
              MOVE TCSLOCAL    TO W-VALLOCAL
              MOVE TCSMATERIAL TO W-VALMAT.
       TUR-CUSTO-TOTAL.
           COMPUTE W-CUSTOTUR = W-VALINSTR + W-VALLOCAL + W-VALMAT.
       TUR-CUSTO-FIM.
           EXIT.
      *
      *****************************************
      * CONTA OS INSCRITOS (STATUS I) DA TURMA*
      *****************************************
       TUR-CONTA.
           MOVE ZEROS    TO W-QTDPART
           MOVE TURCURSO TO INSCURSO
           MOVE TURNUM   TO INSTURMA
           MOVE ZEROS    TO INSRM
           START CADINSCR KEY NOT < INSCHAVE
           IF W-STINS NOT = "00"
              GO TO TUR-CONTA-FIM.
       TUR-CONTA-LOOP.
           READ CADINSCR NEXT RECORD
           IF W-STINS NOT = "00"
              GO TO TUR-CONTA-FIM.
           IF INSCURSO NOT = TURCURSO OR INSTURMA NOT = TURNUM
              GO TO TUR-CONTA-FIM.
           IF INSSTATUS = "I"
              ADD 1 TO W-QTDPART.
           GO TO TUR-CONTA-LOOP.
       TUR-CONTA-FIM.
           EXIT.
      *
      *****************************************
      * PARTE DE CADA INSCRITO (RESIDUO NO    *
      * ULTIMO), RATEIO ENTRE CENTROS DE      *
      * CUSTO, DEPTO/EMPRESA E SORT POR CHAPA *
      *****************************************
       TUR-RATEIA.
           MOVE ZEROS    TO W-SEQPART W-PARTEALOC
           MOVE TURCURSO TO INSCURSO
           MOVE TURNUM   TO INSTURMA
           MOVE ZEROS    TO INSRM
           START CADINSCR KEY NOT < INSCHAVE
           IF W-STINS NOT = "00"
              GO TO TUR-RATEIA-FIM.
       TUR-RATEIA-LOOP.
           READ CADINSCR NEXT RECORD
           IF W-STINS NOT = "00"
              GO TO TUR-RATEIA-FIM.
           IF INSCURSO NOT = TURCURSO OR INSTURMA NOT = TURNUM
              GO TO TUR-RATEIA-FIM.
           IF INSSTATUS NOT = "I"
              GO TO TUR-RATEIA-LOOP.
           ADD 1 TO W-SEQPART
           IF W-SEQPART = W-QTDPART
              COMPUTE W-PARTE = W-CUSTOTUR - W-PARTEALOC
           ELSE
              COMPUTE W-PARTE ROUNDED = W-CUSTOTUR / W-QTDPART.
           ADD W-PARTE TO W-PARTEALOC
           ADD 1 TO W-TOTPART
           MOVE ZEROS TO W-RATCDC W-DEPTO W-EMPRESA
           MOVE INSCHAPA TO CHAPA
           READ CADFUNC
           IF W-STFUN = "00"
              MOVE FUNCCDC     TO W-RATCDC
              MOVE FUNCDEPTO   TO W-DEPTO
              MOVE FUNCEMPRESA TO W-EMPRESA.
           MOVE INSCHAPA TO W-RATCHAPA
           MOVE W-PARTE  TO W-RATVALOR
           PERFORM TRN-RATEIA THRU TRN-RATEIA-FIM
           MOVE ZEROS TO W-IND2.
       TUR-RATEIA-APLICA.
           ADD 1 TO W-IND2
           IF W-IND2 > 10
              GO TO TUR-RATEIA-DEP.
           ADD TABPART-VAL (W-IND2) TO TABCDC-VAL (W-IND2)
           GO TO TUR-RATEIA-APLICA.
       TUR-RATEIA-DEP.
           IF W-DEPTO > ZEROS
              ADD TURHORAS TO TABDEP-HORAS (W-DEPTO)
              ADD W-PARTE  TO TABDEP-CUSTO (W-DEPTO).
           IF W-EMPRESA > ZEROS
              ADD TURHORAS TO TABEMP-HORAS (W-EMPRESA)
              ADD W-PARTE  TO TABEMP-CUSTO (W-EMPRESA).
           MOVE INSCHAPA TO SW-CHAPA
           MOVE TURCURSO TO SW-CURSO
           MOVE TURNUM   TO SW-TURMA
           MOVE TURHORAS TO SW-HORAS
           MOVE W-PARTE  TO SW-VALOR
           RELEASE REGSORTWK
           GO TO TUR-RATEIA-LOOP.
       TUR-RATEIA-FIM.
           EXIT.
      *
      *****************************************
      * RATEIO DE UM VALOR DA CHAPA ENTRE OS  *
      * CENTROS DE CUSTO (MESMA REGRA DO      *
      * FP201728: SOMA 100, RESIDUO NA ULTIMA *
      * PARCELA; SOMA DIFERENTE DE 100 = TUDO *
      * NO CENTRO DE CUSTO DE ORIGEM)         *
      *****************************************
       TRN-RATEIA.
           MOVE ZEROS TO TABPART
           MOVE ZEROS TO W-RATPERC
           IF W-TEMRAT NOT = "S"
              GO TO TRN-RATEIA-SEM.
           MOVE W-RATCHAPA TO RATCHAPA
           MOVE ZEROS      TO RATSEQ
           START CADRATEIO KEY NOT < RATCHAVE
           IF W-STRAT NOT = "00"
              GO TO TRN-RATEIA-SEM.
       TRN-RATEIA-SOMA.
           READ CADRATEIO NEXT RECORD
           IF W-STRAT NOT = "00"
              GO TO TRN-RATEIA-TESTA.
           IF RATCHAPA NOT = W-RATCHAPA
              GO TO TRN-RATEIA-TESTA.
           ADD RATPERC TO W-RATPERC
           GO TO TRN-RATEIA-SOMA.
       TRN-RATEIA-TESTA.
           IF W-RATPERC NOT = 100
              GO TO TRN-RATEIA-SEM.
           MOVE ZEROS TO W-RATALOC W-RATULTIMO
           MOVE W-RATCHAPA TO RATCHAPA
           MOVE ZEROS      TO RATSEQ
           START CADRATEIO KEY NOT < RATCHAVE
           IF W-STRAT NOT = "00"
              GO TO TRN-RATEIA-SEM.
       TRN-RATEIA-APLICA.
           READ CADRATEIO NEXT RECORD
           IF W-STRAT NOT = "00"
              GO TO TRN-RATEIA-AJUSTA.
           IF RATCHAPA NOT = W-RATCHAPA
              GO TO TRN-RATEIA-AJUSTA.
           COMPUTE W-RATPARTE ROUNDED = W-RATVALOR * RATPERC / 100
           COMPUTE W-IND = RATCDC + 1
           ADD W-RATPARTE TO TABPART-VAL (W-IND)
           ADD W-RATPARTE TO W-RATALOC
           MOVE W-IND TO W-RATULTIMO
           GO TO TRN-RATEIA-APLICA.
       TRN-RATEIA-AJUSTA.
           IF W-RATALOC NOT = W-RATVALOR AND W-RATULTIMO > ZEROS
              COMPUTE TABPART-VAL (W-RATULTIMO) =
                      TABPART-VAL (W-RATULTIMO)
                      + W-RATVALOR - W-RATALOC.
           GO TO TRN-RATEIA-FIM.
       TRN-RATEIA-SEM.
           COMPUTE W-IND = W-RATCDC + 1
           ADD W-RATVALOR TO TABPART-VAL (W-IND).
       TRN-RATEIA-FIM.
           EXIT.
      *
      *****************************************
      * SAIDA DO SORT - HORAS E CUSTO POR     *
      * FUNCIONARIO                           *
      *****************************************
       SRT-SAIDA.
           MOVE SPACES    TO REGRELTREIN
           WRITE REGRELTREIN
           MOVE WS-CABFUN TO REGRELTREIN
           WRITE REGRELTREIN.
       SRT-SAIDA-LOOP.
           RETURN SORTWK RECORD
               AT END
                   GO TO SRT-SAIDA-ULT.
           IF W-PRIMEIRO = "S"
              MOVE "N" TO W-PRIMEIRO
              PERFORM FUN-ABRE THRU FUN-ABRE-FIM.
           IF SW-CHAPA NOT = W-CHAPAANT
              PERFORM FUN-FECHA THRU FUN-FECHA-FIM
              PERFORM FUN-ABRE THRU FUN-ABRE-FIM.
           ADD 1        TO W-FUNTURMAS
           ADD SW-HORAS TO W-FUNHORAS W-TOTHORAS
           ADD SW-VALOR TO W-FUNCUSTO
           GO TO SRT-SAIDA-LOOP.
       SRT-SAIDA-ULT.
           IF W-PRIMEIRO NOT = "S"
              PERFORM FUN-FECHA THRU FUN-FECHA-FIM.
       SRT-SAIDA-FIM.
           EXIT.
      *
       FUN-ABRE.
           MOVE SW-CHAPA TO W-CHAPAANT
           MOVE ZEROS    TO W-FUNTURMAS W-FUNHORAS W-FUNCUSTO
           ADD 1 TO W-TOTFUNCS.
       FUN-ABRE-FIM.
           EXIT.
      *
       FUN-FECHA.
           MOVE W-CHAPAANT TO WS-LFCHAPA CHAPA
           READ CADFUNC
           IF W-STFUN NOT = "00"
              MOVE "FUNCIONARIO NAO CADASTRADO" TO WS-LFNOME
           ELSE
              MOVE FUNCNOME TO WS-LFNOME.
           MOVE W-FUNTURMAS TO WS-LFTURMAS
           MOVE W-FUNHORAS  TO WS-LFHORAS
           MOVE W-FUNCUSTO  TO WS-LFCUSTO
           MOVE SPACES      TO REGRELTREIN
           MOVE WS-LINFUN   TO REGRELTREIN
           WRITE REGRELTREIN.
       FUN-FECHA-FIM.
           EXIT.
      *
      *****************************************
      * CUSTO RATEADO POR CENTRO DE CUSTO     *
      *****************************************
       TRN-CDC.
           MOVE SPACES    TO REGRELTREIN
           WRITE REGRELTREIN
           MOVE WS-CABCDC TO REGRELTREIN
           WRITE REGRELTREIN
           MOVE ZEROS TO W-IND.
       TRN-CDC-LOOP.
           ADD 1 TO W-IND
           IF W-IND > 10
              GO TO TRN-CDC-FIM.
           IF TABCDC-VAL (W-IND) = ZEROS
              GO TO TRN-CDC-LOOP.
           COMPUTE CODCUSTO = W-IND - 1
           MOVE CODCUSTO TO WS-LCCDC
           MOVE SPACES   TO WS-LCNOME
           IF W-TEMCUS = "S"
              READ CUSTO
              IF W-STCUS = "00"
                 MOVE DENOMCUSTO TO WS-LCNOME.
           MOVE TABCDC-VAL (W-IND) TO WS-LCVALOR
           MOVE SPACES    TO REGRELTREIN
           MOVE WS-LINCDC TO REGRELTREIN
           WRITE REGRELTREIN
           GO TO TRN-CDC-LOOP.
       TRN-CDC-FIM.
           EXIT.
      *
      *****************************************
      * ACRESCENTA A SERIE DE INDICADORES:    *
      * HORAS E CUSTO DE TREINAMENTO POR      *
      * DEPTO E POR EMPRESA                   *
      *****************************************
       TRN-INDIC.
           MOVE LOW-VALUES TO CHAPA
           START CADFUNC KEY NOT < CHAPA
           IF W-STFUN NOT = "00"
              GO TO TRN-INDIC-INI.
       TRN-INDIC-ATIVOS.
           READ CADFUNC NEXT RECORD
           IF W-STFUN NOT = "00"
              GO TO TRN-INDIC-INI.
           IF ESTATUS NOT = "A"
              GO TO TRN-INDIC-ATIVOS.
           IF FUNCDEPTO > ZEROS
              ADD 1 TO TABDEP-ATIVOS (FUNCDEPTO).
           IF FUNCEMPRESA > ZEROS
              ADD 1 TO TABEMP-ATIVOS (FUNCEMPRESA).
           GO TO TRN-INDIC-ATIVOS.
       TRN-INDIC-INI.
           MOVE ZEROS TO W-IND.
       TRN-INDIC-DEP.
           ADD 1 TO W-IND
           IF W-IND > 999
              GO TO TRN-INDIC-EMP-INI.
           IF TABDEP-HORAS (W-IND) = ZEROS AND
              TABDEP-CUSTO (W-IND) = ZEROS
              GO TO TRN-INDIC-DEP.
           MOVE "D" TO INDTIPO
           MOVE W-IND TO INDCODIGO
           MOVE "TREINHORAS" TO INDNOME
           MOVE TABDEP-HORAS (W-IND) TO INDVALOR
           PERFORM TRN-APPEND THRU TRN-APPEND-FIM
           MOVE "TREINCUSTO" TO INDNOME
           MOVE TABDEP-CUSTO (W-IND) TO INDVALOR
           PERFORM TRN-APPEND THRU TRN-APPEND-FIM
           IF TABDEP-ATIVOS (W-IND) = ZEROS
              GO TO TRN-INDIC-DEP.
           MOVE "TREINH/FUN" TO INDNOME
           COMPUTE INDVALOR ROUNDED =
                   TABDEP-HORAS (W-IND) / TABDEP-ATIVOS (W-IND)
           PERFORM TRN-APPEND THRU TRN-APPEND-FIM
           MOVE "TREINC/FUN" TO INDNOME
           COMPUTE INDVALOR ROUNDED =
                   TABDEP-CUSTO (W-IND) / TABDEP-ATIVOS (W-IND)
           PERFORM TRN-APPEND THRU TRN-APPEND-FIM
           GO TO TRN-INDIC-DEP.
       TRN-INDIC-EMP-INI.
           MOVE ZEROS TO W-IND2.
       TRN-INDIC-EMP.
           ADD 1 TO W-IND2
           IF W-IND2 > 99
              GO TO TRN-INDIC-FIM.
           IF TABEMP-HORAS (W-IND2) = ZEROS AND
              TABEMP-CUSTO (W-IND2) = ZEROS
              GO TO TRN-INDIC-EMP.
           MOVE "E" TO INDTIPO
           MOVE W-IND2 TO INDCODIGO
           MOVE "TREINHORAS" TO INDNOME
           MOVE TABEMP-HORAS (W-IND2) TO INDVALOR
           PERFORM TRN-APPEND THRU TRN-APPEND-FIM
           MOVE "TREINCUSTO" TO INDNOME
           MOVE TABEMP-CUSTO (W-IND2) TO INDVALOR
           PERFORM TRN-APPEND THRU TRN-APPEND-FIM
           IF TABEMP-ATIVOS (W-IND2) = ZEROS
              GO TO TRN-INDIC-EMP.
           MOVE "TREINH/FUN" TO INDNOME
           COMPUTE INDVALOR ROUNDED =
                   TABEMP-HORAS (W-IND2) / TABEMP-ATIVOS (W-IND2)
           PERFORM TRN-APPEND THRU TRN-APPEND-FIM
           MOVE "TREINC/FUN" TO INDNOME
           COMPUTE INDVALOR ROUNDED =
                   TABEMP-CUSTO (W-IND2) / TABEMP-ATIVOS (W-IND2)
           PERFORM TRN-APPEND THRU TRN-APPEND-FIM
           GO TO TRN-INDIC-EMP.
       TRN-INDIC-FIM.
           EXIT.
      *
       TRN-APPEND.
           MOVE W-MES TO INDMES
           MOVE W-ANO TO INDANO
           WRITE REGINDIC.
       TRN-APPEND-FIM.
           EXIT.
      *
      *****************************************
      * HORAS DOS AUTONOMOS NO CADRPAHORA.    *
      * PRIMEIRO APAGA O QUE A COMPETENCIA    *
      * TINHA E AINDA NAO FOI PAGO, DEPOIS    *
      * GRAVA O APURADO AGORA                 *
      *****************************************
       TRN-RPA.
           MOVE SPACES    TO REGRELTREIN
           WRITE REGRELTREIN
           MOVE WS-CABRPA TO REGRELTREIN
           WRITE REGRELTREIN
           MOVE LOW-VALUES TO RHRCHAVE
           START CADRPAHORA KEY NOT < RHRCHAVE
           IF W-STRHR NOT = "00"
              GO TO TRN-RPA-GRAVA-INI.
       TRN-RPA-LIMPA.
           READ CADRPAHORA NEXT RECORD
           IF W-STRHR NOT = "00"
              GO TO TRN-RPA-GRAVA-INI.
           IF RHRMES NOT = W-MES OR RHRANO NOT = W-ANO
              GO TO TRN-RPA-LIMPA.
           PERFORM TRN-RPA-PAGO THRU TRN-RPA-PAGO-FIM
           IF W-STRPH = "00"
              GO TO TRN-RPA-LIMPA.
           DELETE CADRPAHORA RECORD
           GO TO TRN-RPA-LIMPA.
       TRN-RPA-GRAVA-INI.
           MOVE ZEROS TO W-INDRPA.
       TRN-RPA-GRAVA.
           ADD 1 TO W-INDRPA
           IF W-INDRPA > W-QTDRPA
              GO TO TRN-RPA-FIM.
           MOVE TABRPA-COD (W-INDRPA)    TO WS-LRCOD RHRCODIGO
           MOVE TABRPA-TURMAS (W-INDRPA) TO WS-LRTURMAS
           MOVE TABRPA-HORAS (W-INDRPA)  TO WS-LRHORAS
           MOVE TABRPA-VALOR (W-INDRPA)  TO WS-LRVALOR
           MOVE W-MES TO RHRMES
           MOVE W-ANO TO RHRANO
           PERFORM TRN-RPA-PAGO THRU TRN-RPA-PAGO-FIM
           IF W-STRPH = "00"
              MOVE "JA PAGO NO RPA - HORAS NAO LANCADAS"
                                        TO WS-LROBS
              GO TO TRN-RPA-LINHA.
           MOVE TABRPA-HORAS (W-INDRPA)  TO RHRHORAS
           MOVE TABRPA-VALOR (W-INDRPA)  TO RHRVALOR
           MOVE TABRPA-TURMAS (W-INDRPA) TO RHRTURMAS
           WRITE REGRPAHORA
           IF W-STRHR = "00" OR "02"
              MOVE "LANCADO PARA O PAGAMENTO" TO WS-LROBS
           ELSE
              MOVE "ERRO NA GRAVACAO DO ARQ CADRPAHORA"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STRHR
              MOVE "ERRO NA GRAVACAO - VER LOG" TO WS-LROBS.
       TRN-RPA-LINHA.
           MOVE SPACES    TO REGRELTREIN
           MOVE WS-LINRPA TO REGRELTREIN
           WRITE REGRELTREIN
           GO TO TRN-RPA-GRAVA.
       TRN-RPA-FIM.
           EXIT.
      *
      *    W-STRPH = "00" QUANDO A COMPETENCIA DO
      *    AUTONOMO (RHRCODIGO) JA ESTA NO RPAHIST
       TRN-RPA-PAGO.
           MOVE "23" TO W-STRPH
           IF W-TEMRPH NOT = "S"
              GO TO TRN-RPA-PAGO-FIM.
           MOVE RHRCODIGO TO RPHCODIGO
           MOVE W-MES     TO RPHMES
           MOVE W-ANO     TO RPHANO
           READ RPAHIST.
       TRN-RPA-PAGO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           STOP RUN.
       ROT-FIMS.
           STOP RUN.
