       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201802.
       AUTHOR. LEONARDO.
      **************************************
      * RELATORIO DAS ALTERACOES SALARIAIS *
      **************************************
      * LISTA OS PEDIDOS DO CADSALPEND (DL118 /
      * FP201801) NA ORDEM DE CHAPA: SALARIO ANTIGO E
      * NOVO, MOTIVO DA RETENCAO (F=FORA DA FAIXA,
      * P=PERCENTUAL, V=VALOR), PROGRAMA DE ORIGEM,
      * SITUACAO (P=PENDENTE, A=APROVADO, R=REJEITADO)
      * E OS DOIS OPERADORES - QUEM PEDIU E QUEM
      * DECIDIU - COM AS DATAS. PODE FILTRAR UMA
      * SITUACAO OU LISTAR TODAS (T)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSALPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SPDCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS W-STFUN
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.

           SELECT RELSALPEN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSALPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSALPEND.DAT".
       01 REGSALPEND.
                03 SPDCHAVE.
                   05 SPDCHAPA       PIC 9(05).
                   05 SPDSEQ         PIC 9(03).
                03 SPDCARGO          PIC 9(03).
                03 SPDSALANT         PIC 9(06)V99.
                03 SPDSALNOVO        PIC 9(06)V99.
                03 SPDMOTIVO         PIC X(01).
                03 SPDORIGEM         PIC X(08).
                03 SPDOPERSOL        PIC X(08).
                03 SPDDATASOL        PIC 9(06).
                03 SPDSITUACAO       PIC X(01).
                03 SPDOPERAPV        PIC X(08).
                03 SPDDATAAPV        PIC 9(06).
                03 FILLER            PIC X(35).

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

       FD RELSALPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELSALPEN.DAT".
       01 REGRELSALPEN PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STFUN       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201802".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-FILTRO      PIC X(01) VALUE SPACES.
       77 W-TEMFUN      PIC X(01) VALUE "N".
       77 W-TOTPEND     PIC 9(05) VALUE ZEROS.
       77 W-TOTAPROV    PIC 9(05) VALUE ZEROS.
       77 W-TOTREJ      PIC 9(05) VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       01 W-HOJE        PIC 9(06) VALUE ZEROS.
       01 W-HOJER REDEFINES W-HOJE.
          03 W-HOJEANO  PIC 9(02).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 W-DATA6       PIC 9(06) VALUE ZEROS.
       01 W-DATA6R REDEFINES W-DATA6.
          03 W-D6ANO    PIC 9(02).
          03 W-D6MES    PIC 9(02).
          03 W-D6DIA    PIC 9(02).
       01 WS-CAB1.
          03 FILLER       PIC X(52) VALUE
             "ALTERACOES SALARIAIS SUJEITAS A APROVACAO           ".
          03 FILLER       PIC X(04) VALUE "EM: ".
          03 WS-CABDIA    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CABMES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CABANO    PIC 9(02).
       01 WS-CABDET.
          03 FILLER       PIC X(07) VALUE "CHAPA".
          03 FILLER       PIC X(26) VALUE "NOME".
          03 FILLER       PIC X(11) VALUE "SAL.ANTIGO".
          03 FILLER       PIC X(11) VALUE " SAL.NOVO".
          03 FILLER       PIC X(02) VALUE "M".
          03 FILLER       PIC X(09) VALUE "ORIGEM".
          03 FILLER       PIC X(02) VALUE "S".
          03 FILLER       PIC X(09) VALUE "PEDIU".
          03 FILLER       PIC X(09) VALUE "EM".
          03 FILLER       PIC X(09) VALUE "DECIDIU".
          03 FILLER       PIC X(08) VALUE "EM".
       01 WS-LINDET.
          03 WS-DETCHAPA  PIC 9(05).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETNOME   PIC X(25).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETSALANT PIC ZZZ.ZZZ,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETSALNOV PIC ZZZ.ZZZ,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETMOTIVO PIC X(01).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETORIGEM PIC X(08).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETSIT    PIC X(01).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETOPERSOL PIC X(08).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETDTSOL  PIC X(08).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETOPERAPV PIC X(08).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETDTAPV  PIC X(08).
       01 WS-DATAED.
          03 WS-EDDIA     PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-EDMES     PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-EDANO     PIC 9(02).
       01 WS-RODAPE1.
          03 FILLER       PIC X(14) VALUE "PENDENTES:    ".
          03 WS-RODPEND   PIC ZZZZ9.
       01 WS-RODAPE2.
          03 FILLER       PIC X(14) VALUE "APROVADAS:    ".
          03 WS-RODAPROV  PIC ZZZZ9.
       01 WS-RODAPE3.
          03 FILLER       PIC X(14) VALUE "REJEITADAS:   ".
          03 WS-RODREJ    PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-ACE0.
           DISPLAY "RELATORIO DAS ALTERACOES SALARIAIS"
           DISPLAY "SITUACAO (P=PENDENTES A=APROVADAS R=REJEITADAS "
                   "T=TODAS): "
           ACCEPT W-FILTRO
           IF W-FILTRO = "p" MOVE "P" TO W-FILTRO.
           IF W-FILTRO = "a" MOVE "A" TO W-FILTRO.
           IF W-FILTRO = "r" MOVE "R" TO W-FILTRO.
           IF W-FILTRO = "t" OR W-FILTRO = SPACE
              MOVE "T" TO W-FILTRO.
           IF W-FILTRO NOT = "P" AND "A" AND "R" AND "T"
              DISPLAY "SITUACAO INVALIDA"
              GO TO INC-ACE0.
      *
       INC-OP0.
           OPEN INPUT CADSALPEND
           IF ST-ERRO NOT = "00"
              DISPLAY "NENHUMA ALTERACAO SALARIAL RETIDA (CADSALPEND)"
              GO TO ROT-FIM.
       INC-OP1.
           OPEN INPUT CADFUNC
           IF W-STFUN = "00"
              MOVE "S" TO W-TEMFUN.
       INC-OP2.
           OPEN OUTPUT RELSALPEN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ RELSALPEN" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELSALPEN"
              CLOSE CADSALPEND
              GO TO ROT-FIM.
      *
           ACCEPT W-HOJE FROM DATE
           MOVE W-HOJEDIA  TO WS-CABDIA
           MOVE W-HOJEMES  TO WS-CABMES
           MOVE W-HOJEANO  TO WS-CABANO
           MOVE SPACES     TO REGRELSALPEN
           MOVE WS-CAB1    TO REGRELSALPEN
           WRITE REGRELSALPEN
           MOVE SPACES     TO REGRELSALPEN
           WRITE REGRELSALPEN
           MOVE WS-CABDET  TO REGRELSALPEN
           WRITE REGRELSALPEN
           MOVE LOW-VALUES TO SPDCHAVE
           START CADSALPEND KEY NOT < SPDCHAVE
           IF ST-ERRO NOT = "00"
              GO TO REL-FIM.
      *
       REL-LOOP.
           READ CADSALPEND NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO REL-FIM.
           ADD 1 TO W-CTLLIDOS
           IF W-FILTRO NOT = "T" AND SPDSITUACAO NOT = W-FILTRO
              GO TO REL-LOOP.
           PERFORM REL-DETALHE THRU REL-DETALHE-FIM
           GO TO REL-LOOP.
      *
      *****************************************
      * LINHA DO PEDIDO COM OS DOIS OPERADORES *
      *****************************************
       REL-DETALHE.
           MOVE SPACES TO NOME
           IF W-TEMFUN = "S"
              MOVE SPDCHAPA TO CHAPA
              READ CADFUNC
              IF W-STFUN NOT = "00"
                 MOVE SPACES TO NOME.
           MOVE SPDCHAPA    TO WS-DETCHAPA
           MOVE NOME        TO WS-DETNOME
           MOVE SPDSALANT   TO WS-DETSALANT
           MOVE SPDSALNOVO  TO WS-DETSALNOV
           MOVE SPDMOTIVO   TO WS-DETMOTIVO
           MOVE SPDORIGEM   TO WS-DETORIGEM
           MOVE SPDSITUACAO TO WS-DETSIT
           MOVE SPDOPERSOL  TO WS-DETOPERSOL
           MOVE SPDDATASOL  TO W-DATA6
           MOVE W-D6DIA     TO WS-EDDIA
           MOVE W-D6MES     TO WS-EDMES
           MOVE W-D6ANO     TO WS-EDANO
           MOVE WS-DATAED   TO WS-DETDTSOL
           MOVE SPDOPERAPV  TO WS-DETOPERAPV
           MOVE SPACES      TO WS-DETDTAPV
           IF SPDDATAAPV NOT = ZEROS
              MOVE SPDDATAAPV  TO W-DATA6
              MOVE W-D6DIA     TO WS-EDDIA
              MOVE W-D6MES     TO WS-EDMES
              MOVE W-D6ANO     TO WS-EDANO
              MOVE WS-DATAED   TO WS-DETDTAPV.
           MOVE SPACES      TO REGRELSALPEN
           MOVE WS-LINDET   TO REGRELSALPEN
           WRITE REGRELSALPEN
           ADD 1 TO W-CTLGRAV
           ADD SPDSALNOVO TO W-CTLVALOR
           IF SPDSITUACAO = "P"
              ADD 1 TO W-TOTPEND.
           IF SPDSITUACAO = "A"
              ADD 1 TO W-TOTAPROV.
           IF SPDSITUACAO = "R"
              ADD 1 TO W-TOTREJ.
       REL-DETALHE-FIM.
           EXIT.
      *
       REL-FIM.
           MOVE W-TOTPEND  TO WS-RODPEND
           MOVE W-TOTAPROV TO WS-RODAPROV
           MOVE W-TOTREJ   TO WS-RODREJ
           MOVE SPACES     TO REGRELSALPEN
           WRITE REGRELSALPEN
           MOVE WS-RODAPE1 TO REGRELSALPEN
           WRITE REGRELSALPEN
           MOVE WS-RODAPE2 TO REGRELSALPEN
           WRITE REGRELSALPEN
           MOVE WS-RODAPE3 TO REGRELSALPEN
           WRITE REGRELSALPEN
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE CADSALPEND RELSALPEN
           IF W-TEMFUN = "S"
              CLOSE CADFUNC.
           DISPLAY "PENDENTES : " W-TOTPEND
           DISPLAY "APROVADAS : " W-TOTAPROV
           DISPLAY "REJEITADAS: " W-TOTREJ
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           EXIT PROGRAM.
