       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201801.
       AUTHOR. LEONARDO.
      **************************************
      * APROVACAO DAS ALTERACOES SALARIAIS *
      **************************************
      * PERCORRE OS PEDIDOS PENDENTES (P) DO CADSALPEND
      * GRAVADOS PELO DL118 (FP201613, FP201624 E
      * FP201703) E, PARA CADA UM, O OPERADOR DE PERFIL
      * SUPERVISOR OU ADMINISTRADOR (S/A NO CADSESSAO)
      * APROVA, REJEITA OU DEIXA PARA DEPOIS. O PEDIDO
      * DO PROPRIO OPERADOR NAO PODE SER DECIDIDO POR
      * ELE. NA APROVACAO O SALARIO NOVO VAI PARA O
      * CADFUNC COM IMAGENS B/A NO HISTORICO (DL106);
      * SE O SALARIO DO CADFUNC JA NAO E O DO PEDIDO
      * O PEDIDO SO PODE SER REJEITADO
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

           SELECT CADSESSAO ASSIGN TO DISK
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
       77 W-DL101-PROG  PIC X(08) VALUE "FP201801".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-PERFIL      PIC X(01) VALUE SPACES.
       77 W-HISTTIPO    PIC X(01) VALUE SPACES.
       01 W-REGHIST     PIC X(118) VALUE SPACES.
       77 W-TOTPEND     PIC 9(05) VALUE ZEROS.
       77 W-TOTAPROV    PIC 9(05) VALUE ZEROS.
       77 W-TOTREJ      PIC 9(05) VALUE ZEROS.
       77 W-TOTPROPRIO  PIC 9(05) VALUE ZEROS.
       77 W-DESCMOT     PIC X(20) VALUE SPACES.
       77 W-EDSAL       PIC ZZZ.ZZZ,99.
       01 W-HOJE        PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       APV-SESSAO.
           OPEN INPUT CADSESSAO
           IF ST-ERRO = "00"
              READ CADSESSAO
              IF ST-ERRO = "00"
                 MOVE SESOPERADOR TO W-OPERADOR
                 MOVE SESPERFIL   TO W-PERFIL
                 CLOSE CADSESSAO
              ELSE
                 CLOSE CADSESSAO.
           IF W-PERFIL NOT = "S" AND "A"
              MOVE "APROVACAO NEGADA - PERFIL SEM ALCADA"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "SOMENTE SUPERVISOR OU ADMINISTRADOR APROVA"
              GO TO ROT-FIMS.
      *
       INC-OP0.
           OPEN I-O CADSALPEND
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSALPEND
                 CLOSE CADSALPEND
                 GO TO INC-OP0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQ CADSALPEND"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSALPEND"
                 GO TO ROT-FIMS.
       INC-OP1.
           OPEN I-O CADFUNC
           IF W-STFUN NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STFUN
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              CLOSE CADSALPEND
              GO TO ROT-FIMS.
      *
           ACCEPT W-HOJE FROM DATE
           DISPLAY "APROVACAO DAS ALTERACOES SALARIAIS"
           MOVE LOW-VALUES TO SPDCHAVE
           START CADSALPEND KEY NOT < SPDCHAVE
           IF ST-ERRO NOT = "00"
              GO TO APV-ENCERRA.
      *
       APV-LOOP.
           READ CADSALPEND NEXT RECORD
           IF ST-ERRO = "10"
              GO TO APV-ENCERRA.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQ CADSALPEND" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADSALPEND"
              GO TO APV-ENCERRA.
           IF SPDSITUACAO NOT = "P"
              GO TO APV-LOOP.
           ADD 1 TO W-TOTPEND
           PERFORM APV-MOSTRA THRU APV-MOSTRA-FIM
           IF SPDOPERSOL = W-OPERADOR
              ADD 1 TO W-TOTPROPRIO
              DISPLAY "PEDIDO FEITO POR ESTE OPERADOR - "
                      "DECISAO CABE A OUTRO APROVADOR"
              GO TO APV-LOOP.
           PERFORM APV-DECIDE THRU APV-DECIDE-FIM
           GO TO APV-LOOP.
      *
      *****************************************
      * DADOS DO PEDIDO PARA A DECISAO        *
      *****************************************
       APV-MOSTRA.
           MOVE SPACES TO NOME
           MOVE SPDCHAPA TO CHAPA
           READ CADFUNC
           IF W-STFUN NOT = "00"
              MOVE "*** NAO CADASTRADO ***" TO NOME.
           IF SPDMOTIVO = "F"
              MOVE "FORA DA FAIXA" TO W-DESCMOT
           ELSE IF SPDMOTIVO = "P"
              MOVE "ACIMA DO PERCENTUAL" TO W-DESCMOT
           ELSE
              MOVE "ACIMA DO VALOR" TO W-DESCMOT.
           DISPLAY " "
           DISPLAY "CHAPA: " SPDCHAPA "  " NOME
           DISPLAY "CARGO: " SPDCARGO "  ORIGEM: " SPDORIGEM
                   "  SOLICITANTE: " SPDOPERSOL
           MOVE SPDSALANT TO W-EDSAL
           DISPLAY "SALARIO ATUAL: " W-EDSAL
           MOVE SPDSALNOVO TO W-EDSAL
           DISPLAY "SALARIO NOVO : " W-EDSAL "  (" W-DESCMOT ")".
       APV-MOSTRA-FIM.
           EXIT.
      *
      *****************************************
      * APROVA (S), REJEITA (R) OU PULA (P)   *
      *****************************************
       APV-DECIDE.
           DISPLAY "APROVAR (S), REJEITAR (R) OU PULAR (P)? "
           ACCEPT W-OPCAO
           IF W-OPCAO = "s" MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "r" MOVE "R" TO W-OPCAO.
           IF W-OPCAO = "p" MOVE "P" TO W-OPCAO.
           IF W-OPCAO = "P"
              GO TO APV-DECIDE-FIM.
           IF W-OPCAO = "R"
              GO TO APV-REJEITA.
           IF W-OPCAO NOT = "S"
              GO TO APV-DECIDE.
           IF W-STFUN NOT = "00"
              DISPLAY "FUNCIONARIO NAO CADASTRADO - SO PODE REJEITAR"
              GO TO APV-DECIDE.
           IF FUNCSALBASE NOT = SPDSALANT
              DISPLAY "SALARIO DO CADASTRO MUDOU DEPOIS DO PEDIDO - "
                      "SO PODE REJEITAR"
              GO TO APV-DECIDE.
      *
       APV-APLICA.
           MOVE "B" TO W-HISTTIPO
           PERFORM APV-HIST THRU APV-HIST-FIM
           MOVE SPDSALNOVO TO FUNCSALBASE
           REWRITE REGFUNC
           IF W-STFUN NOT = "00" AND "02"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADFUNC"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STFUN
              DISPLAY "ERRO NA REGRAVACAO DO ARQUIVO CADFUNC"
              GO TO APV-DECIDE-FIM.
           MOVE "A" TO W-HISTTIPO
           PERFORM APV-HIST THRU APV-HIST-FIM
           MOVE "A" TO SPDSITUACAO
           ADD 1 TO W-TOTAPROV
           GO TO APV-GRAVA.
       APV-REJEITA.
           MOVE "R" TO SPDSITUACAO
           ADD 1 TO W-TOTREJ.
       APV-GRAVA.
           MOVE W-OPERADOR TO SPDOPERAPV
           MOVE W-HOJE     TO SPDDATAAPV
           REWRITE REGSALPEND
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA REGRAVACAO DO ARQ CADSALPEND"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA REGRAVACAO DO ARQUIVO CADSALPEND"
              GO TO APV-DECIDE-FIM.
           IF SPDSITUACAO = "A"
              DISPLAY "ALTERACAO APROVADA POR " W-OPERADOR
           ELSE
              DISPLAY "ALTERACAO REJEITADA POR " W-OPERADOR.
       APV-DECIDE-FIM.
           EXIT.
      *
       APV-HIST.
      *    GRAVACAO NO HISTORICO INDEXADO (CADHISTIX)
      *    CENTRALIZADA NA ROTINA DL106
           MOVE REGFUNC TO W-REGHIST
           CALL "DL106" USING CHAPA W-HISTTIPO W-REGHIST
                              W-OPERADOR.
       APV-HIST-FIM.
           EXIT.
      *
       APV-ENCERRA.
           CLOSE CADSALPEND CADFUNC
           DISPLAY " "
           DISPLAY "PEDIDOS PENDENTES LIDOS : " W-TOTPEND
           DISPLAY "APROVADOS               : " W-TOTAPROV
           DISPLAY "REJEITADOS              : " W-TOTREJ
           DISPLAY "DO PROPRIO OPERADOR     : " W-TOTPROPRIO
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
