      * RELATORIO SIGILOSO (SALARIO) SO PARA
      * PERFIL S OU A DO CADSESSAO - TENTATIVA
      * NEGADA FICA NO LOG (DL101)
      * AS PARTES POR GERENTE (FP201784, CADRELDIST)
      * SO SAO LISTADAS E MOSTRADAS AO GERENTE
      * DESTINATARIO (CHAPA DO OPERADOR NO CADUSER) OU
      * AO PERFIL A
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT CADRELDIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RDSCHAVE
                    FILE STATUS  IS W-STDIS.

           SELECT CADUSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USRCODIGO
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                03 ACVMES            PIC 9(02).
                03 ACVANO            PIC 9(02).
                03 ACVLINHA          PIC X(136).
                03 ACVDEST           PIC X(05).

       FD REIMPRES
               LABEL RECORD IS STANDARD
                03 SESOPERADOR       PIC X(08).
                03 SESPERFIL         PIC X(01).
                03 FILLER            PIC X(11).

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

       FD CADUSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSER.DAT".
       01 REGUSER.
                03 USRCODIGO         PIC X(08).
                03 USRNOME           PIC X(30).
                03 USRSENHA          PIC X(08).
                03 USRPERFIL         PIC X(01).
                03 USRCHAPA          PIC 9(05).
                03 FILLER            PIC X(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STACV       PIC X(02) VALUE "00".
       77 W-STDIS       PIC X(02) VALUE "00".
       77 W-TEMCAT      PIC X(01) VALUE "N".
       77 W-TEMDIST     PIC X(01) VALUE "N".
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-MINHACHAPA  PIC 9(05) VALUE ZEROS.
       77 W-DEST        PIC 9(05) VALUE ZEROS.
       77 W-DESTX       PIC X(05) VALUE SPACES.
       77 W-DL101-PROG  PIC X(08) VALUE "FP201724".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-PERFIL      PIC X(01) VALUE SPACES.
          03 WS-CATLIN    PIC ZZZZZ9.
          03 FILLER       PIC X(10) VALUE "  SIGILO: ".
          03 WS-CATSIG    PIC X(01).
       01 WS-LINPARTE.
          03 WS-PARPROG   PIC X(08).
          03 FILLER       PIC X(08) VALUE "  DATA: ".
          03 WS-PARDATA   PIC 99/99/99.
          03 FILLER       PIC X(08) VALUE "  COMP: ".
          03 WS-PARMES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-PARANO    PIC 9(02).
          03 FILLER       PIC X(11) VALUE "  GERENTE: ".
          03 WS-PARDEST   PIC 9(05).
          03 FILLER       PIC X(10) VALUE "  LINHAS: ".
          03 WS-PARLIN    PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           IF ST-ERRO = "00"
              READ CADSESSAO
              IF ST-ERRO = "00"
                 MOVE SESPERFIL   TO W-PERFIL
                 MOVE SESOPERADOR TO W-OPERADOR
                 CLOSE CADSESSAO
              ELSE
                 CLOSE CADSESSAO.
      *    CHAPA DO OPERADOR - DESTINATARIO DAS PARTES
       ACV-USUARIO.
           OPEN INPUT CADUSER
           IF ST-ERRO = "00"
              MOVE W-OPERADOR TO USRCODIGO
              READ CADUSER
              IF ST-ERRO = "00" AND USRCHAPA NUMERIC
                 MOVE USRCHAPA TO W-MINHACHAPA
                 CLOSE CADUSER
              ELSE
                 CLOSE CADUSER.
      *
       INC-OP0.
           OPEN INPUT CADRELCAT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMCAT.
           OPEN INPUT CADRELDIST
           IF W-STDIS = "00"
              MOVE "S" TO W-TEMDIST.
           IF W-TEMCAT = "N" AND W-TEMDIST = "N"
              DISPLAY "ACERVO VAZIO - NENHUM RELATORIO CATALOGADO"
              GO TO ROT-FIM.
      *
       ACV-LISTA.
           IF W-TEMCAT = "N"
              GO TO ACV-PARTES.
           DISPLAY "RELATORIOS NO ACERVO:"
           MOVE LOW-VALUES TO RCTCHAVE
           START CADRELCAT KEY NOT < RCTCHAVE
           IF ST-ERRO NOT = "00"
              DISPLAY "ACERVO VAZIO"
              GO TO ACV-PARTES.
       ACV-LISTA-LOOP.
           READ CADRELCAT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ACV-PARTES.
           MOVE RCTPROG   TO WS-CATPROG
           MOVE RCTDATA   TO WS-CATDATA
           MOVE RCTMES    TO WS-CATMES
           MOVE RCTSIGILO TO WS-CATSIG
           DISPLAY WS-LINCAT
           GO TO ACV-LISTA-LOOP.
      *
       ACV-PARTES.
           IF W-TEMDIST = "N"
              GO TO ACV-PEDE.
           IF W-PERFIL NOT = "A" AND W-MINHACHAPA = ZEROS
              GO TO ACV-PEDE.
           DISPLAY "PARTES POR GERENTE:"
           MOVE LOW-VALUES TO RDSCHAVE
           START CADRELDIST KEY NOT < RDSCHAVE
           IF W-STDIS NOT = "00"
              GO TO ACV-PEDE.
       ACV-PARTES-LOOP.
           READ CADRELDIST NEXT RECORD
           IF W-STDIS NOT = "00"
              GO TO ACV-PEDE.
           IF W-PERFIL NOT = "A" AND RDSDEST NOT = W-MINHACHAPA
              GO TO ACV-PARTES-LOOP.
           MOVE RDSPROG   TO WS-PARPROG
           MOVE RDSDATA   TO WS-PARDATA
           MOVE RDSMES    TO WS-PARMES
           MOVE RDSANO    TO WS-PARANO
           MOVE RDSDEST   TO WS-PARDEST
           MOVE RDSLINHAS TO WS-PARLIN
           DISPLAY WS-LINPARTE
           GO TO ACV-PARTES-LOOP.
      *
       ACV-PEDE.
           DISPLAY "PROGRAMA DESEJADO (ESPACOS=FIM): "
           ACCEPT W-MES
           DISPLAY "COMPETENCIA - ANO (AA): "
           ACCEPT W-ANO
           DISPLAY "GERENTE DA PARTE (00000=RELATORIO INTEIRO): "
           ACCEPT W-DEST
           IF W-DEST NOT NUMERIC
              MOVE ZEROS TO W-DEST.
           IF W-DEST NOT = ZEROS
              GO TO ACV-PEDE-PARTE.
           MOVE SPACES TO W-DESTX
           IF W-TEMCAT = "N"
              DISPLAY "RELATORIO NAO ESTA NO CATALOGO"
              GO TO ACV-PEDE.
           MOVE W-PROG TO RCTPROG
           MOVE W-DATA TO RCTDATA
           MOVE W-MES  TO RCTMES
                                 ST-ERRO
              DISPLAY "ACESSO NEGADO - RELATORIO SIGILOSO"
              GO TO ACV-PEDE.
           GO TO ACV-PEDE-REIMP.
      *    PARTE SO PARA O PROPRIO GERENTE OU PERFIL A
       ACV-PEDE-PARTE.
           MOVE W-DEST TO W-DESTX
           IF W-TEMDIST = "N"
              DISPLAY "PARTE NAO ESTA NO CATALOGO"
              GO TO ACV-PEDE.
           MOVE W-PROG TO RDSPROG
           MOVE W-DATA TO RDSDATA
           MOVE W-MES  TO RDSMES
           MOVE W-ANO  TO RDSANO
           MOVE W-DEST TO RDSDEST
           READ CADRELDIST
           IF W-STDIS NOT = "00"
              DISPLAY "PARTE NAO ESTA NO CATALOGO"
              GO TO ACV-PEDE.
           IF W-PERFIL NOT = "A" AND RDSDEST NOT = W-MINHACHAPA
              MOVE "ACESSO NEGADO A PARTE DE OUTRO GERENTE"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STDIS
              DISPLAY "ACESSO NEGADO - PARTE DE OUTRO GERENTE"
              GO TO ACV-PEDE.
       ACV-PEDE-REIMP.
           DISPLAY "REIMPRIMIR PARA REIMPRES.DAT (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO = "S" OR "s"
              CLOSE RELACERVO
              GO TO ACV-MOSTRA-FIM.
           IF ACVPROG NOT = W-PROG OR ACVDATA NOT = W-DATA OR
              ACVMES NOT = W-MES OR ACVANO NOT = W-ANO OR
              ACVDEST NOT = W-DESTX
              GO TO ACV-MOSTRA-LOOP.
           DISPLAY ACVLINHA
           IF W-OPCAO = "S" OR "s"
           GO TO ACV-PEDE.
      *
       ACV-ENCERRA.
           IF W-TEMCAT = "S"
              CLOSE CADRELCAT.
           IF W-TEMDIST = "S"
              CLOSE CADRELDIST.
           GO TO ROT-FIM.
      *
      **********************
