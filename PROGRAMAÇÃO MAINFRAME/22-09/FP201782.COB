       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201782.
       AUTHOR. LEONARDO.
      **************************************
      * CONSULTA DO REGISTRO DE ACESSOS    *
      **************************************
      * MOSTRA NA TELA OS ACESSOS A SALARIO E DADOS
      * PESSOAIS GRAVADOS NO CADACESSO PELO DL115:
      *   C = POR CHAPA - QUEM CONSULTOU A CHAPA
      *   O = POR OPERADOR - QUE CHAPAS ELE CONSULTOU
      * A PARTIR DE UMA DATA (AAMMDD, ZEROS = TODAS),
      * NO ESPIRITO DA CONSULTA FP201717.
      * SOMENTE O PERFIL ADMINISTRADOR
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADACESSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACSCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ACSOPER
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

           SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADACESSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADACESSO.DAT".
       01 REGACESSO.
                03 ACSCHAVE.
                   05 ACSCHAPA      PIC 9(05).
                   05 ACSDATA       PIC 9(06).
                   05 ACSHORA       PIC 9(08).
                03 ACSOPER          PIC X(08).
                03 ACSPROG          PIC X(08).
                03 FILLER           PIC X(15).

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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STFUN       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201782".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-PERFIL      PIC X(01) VALUE SPACES.
       77 W-TEMFUN      PIC X(01) VALUE "N".
       77 W-MODO        PIC X(01) VALUE SPACES.
       77 W-CHAPA       PIC 9(05) VALUE ZEROS.
       77 W-OPER        PIC X(08) VALUE SPACES.
       77 W-DTINI       PIC 9(06) VALUE ZEROS.
       77 W-TOTLINHAS   PIC 9(05) VALUE ZEROS.
       01 W-HORA        PIC 9(08) VALUE ZEROS.
       01 W-HORAR REDEFINES W-HORA.
          03 W-HORAHH   PIC 9(02).
          03 W-HORAMM   PIC 9(02).
          03 W-HORASS   PIC 9(02).
          03 FILLER     PIC 9(02).
       01 W-DATA        PIC 9(06) VALUE ZEROS.
       01 W-DATAR REDEFINES W-DATA.
          03 W-DATAANO  PIC 9(02).
          03 W-DATAMES  PIC 9(02).
          03 W-DATADIA  PIC 9(02).
       01 WS-LINCON.
          03 WS-CONDIA    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CONMES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CONANO    PIC 9(02).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-CONHH     PIC 9(02).
          03 FILLER       PIC X(01) VALUE ":".
          03 WS-CONMM     PIC 9(02).
          03 FILLER       PIC X(01) VALUE ":".
          03 WS-CONSS     PIC 9(02).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-CONROT    PIC X(07).
          03 WS-CONVALOR  PIC X(08).
          03 FILLER       PIC X(11) VALUE "  PROGRAMA ".
          03 WS-CONPROG   PIC X(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-SESSAO.
           OPEN INPUT CADSESSAO
           IF ST-ERRO = "00"
              READ CADSESSAO
              IF ST-ERRO = "00"
                 MOVE SESPERFIL TO W-PERFIL
                 CLOSE CADSESSAO
              ELSE
                 CLOSE CADSESSAO.
           IF W-PERFIL NOT = "A"
              DISPLAY "CONSULTA SOMENTE PARA O ADMINISTRADOR"
              GO TO ROT-FIM.
      *
       INC-OP0.
           OPEN INPUT CADACESSO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ CADACESSO" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADACESSO"
              GO TO ROT-FIM.
       INC-OP1.
      *    SEM O CADFUNC A CONSULTA SAI SEM O NOME
           OPEN INPUT CADFUNC
           IF W-STFUN = "00"
              MOVE "S" TO W-TEMFUN.
      *
       CON-PEDE.
           DISPLAY "ACESSOS - C=POR CHAPA  O=POR OPERADOR  F=FIM: "
           ACCEPT W-MODO
           IF W-MODO = "c"
              MOVE "C" TO W-MODO.
           IF W-MODO = "o"
              MOVE "O" TO W-MODO.
           IF W-MODO = "F" OR "f"
              GO TO CON-ENCERRA.
           IF W-MODO NOT = "C" AND "O"
              DISPLAY "OPCAO INVALIDA"
              GO TO CON-PEDE.
           DISPLAY "A PARTIR DE (AAMMDD, 000000=TODAS): "
           ACCEPT W-DTINI
           MOVE ZEROS TO W-TOTLINHAS
           IF W-MODO = "O"
              GO TO CON-PEDE-OPER.
      *
       CON-PEDE-CHAPA.
           DISPLAY "CHAPA: "
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
              GO TO CON-PEDE.
           IF W-TEMFUN = "S"
              MOVE W-CHAPA TO CHAPA
              READ CADFUNC
              IF W-STFUN = "00"
                 DISPLAY "ACESSOS A " CHAPA " - " NOME.
           MOVE W-CHAPA TO ACSCHAPA
           MOVE W-DTINI TO ACSDATA
           MOVE ZEROS   TO ACSHORA
           START CADACESSO KEY NOT < ACSCHAVE
           IF ST-ERRO NOT = "00"
              GO TO CON-RESUMO.
       CON-CHAPA-LOOP.
           READ CADACESSO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CON-RESUMO.
           IF ACSCHAPA NOT = W-CHAPA
              GO TO CON-RESUMO.
           MOVE "OPER.  " TO WS-CONROT
           MOVE ACSOPER   TO WS-CONVALOR
           PERFORM CON-LINHA THRU CON-LINHA-FIM
           GO TO CON-CHAPA-LOOP.
      *
       CON-PEDE-OPER.
           DISPLAY "OPERADOR: "
           ACCEPT W-OPER
           IF W-OPER = SPACES
              GO TO CON-PEDE.
           DISPLAY "ACESSOS DO OPERADOR " W-OPER
           MOVE W-OPER TO ACSOPER
           START CADACESSO KEY NOT < ACSOPER
           IF ST-ERRO NOT = "00"
              GO TO CON-RESUMO.
       CON-OPER-LOOP.
           READ CADACESSO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CON-RESUMO.
           IF ACSOPER NOT = W-OPER
              GO TO CON-RESUMO.
           IF ACSDATA < W-DTINI
              GO TO CON-OPER-LOOP.
           MOVE "CHAPA  " TO WS-CONROT
           MOVE SPACES    TO WS-CONVALOR
           MOVE ACSCHAPA  TO WS-CONVALOR
           PERFORM CON-LINHA THRU CON-LINHA-FIM
           GO TO CON-OPER-LOOP.
      *
       CON-RESUMO.
           IF W-TOTLINHAS = ZEROS
              DISPLAY "NENHUM ACESSO REGISTRADO"
           ELSE
              DISPLAY "ACESSOS LISTADOS: " W-TOTLINHAS.
           GO TO CON-PEDE.
      *
       CON-LINHA.
           MOVE ACSDATA   TO W-DATA
           MOVE W-DATADIA TO WS-CONDIA
           MOVE W-DATAMES TO WS-CONMES
           MOVE W-DATAANO TO WS-CONANO
           MOVE ACSHORA  TO W-HORA
           MOVE W-HORAHH TO WS-CONHH
           MOVE W-HORAMM TO WS-CONMM
           MOVE W-HORASS TO WS-CONSS
           MOVE ACSPROG  TO WS-CONPROG
           DISPLAY WS-LINCON
           ADD 1 TO W-TOTLINHAS.
       CON-LINHA-FIM.
           EXIT.
      *
       CON-ENCERRA.
           CLOSE CADACESSO
           IF W-TEMFUN = "S"
              CLOSE CADFUNC.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
