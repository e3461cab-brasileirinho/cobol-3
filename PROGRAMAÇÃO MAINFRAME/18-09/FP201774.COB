       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201774.
       AUTHOR. LEONARDO.
      **************************************
      * REQUISICAO DE PESSOAL (CADREQ)     *
      **************************************
      * A REQUISICAO PEDE UMA CONTRATACAO PARA UM
      * DEPARTAMENTO + CARGO. SO ABRE QUANDO HA VAGA
      * NO CADVAGAS PARA O DEPTO + CARGO OU PARA O
      * DEPTO INTEIRO (CARGO 000) E OS ATIVOS MAIS AS
      * REQUISICOES EM ABERTO (P E A) AINDA NAO
      * PREENCHEM O QUADRO.
      * APROVACAO PELA CADEIA DO CADHIER (TIPO F):
      *   1A = SUPERIOR DO SOLICITANTE
      *   2A = SUPERIOR DO 1O APROVADOR (QUANDO ELE
      *        NAO TEM SUPERIOR BASTA A 1A)
      * SITUACAO: P = PENDENTE DE APROVACAO
      *           A = APROVADA, EM ABERTO
      *           F = PREENCHIDA (CANDIDATO CONTRATADO
      *               NO FP201775)
      *           C = CANCELADA   R = REJEITADA
      * A PENDENTE E REJEITADA PELO APROVADOR DA VEZ;
      * O SOLICITANTE OU OS APROVADORES CANCELAM.
      * REQUISICAO NAO E EXCLUIDA - FICA PARA O
      * RELATORIO DE TEMPO DE PREENCHIMENTO (FP201776)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADREQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REQNUM
                    FILE STATUS  IS ST-ERRO.

           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.

           SELECT CADHIER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HIECHAVE
                    FILE STATUS  IS W-STHIE.

           SELECT CADVAGAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VAGCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADEPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGODEPTO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CENTRODECUSTO
                               WITH DUPLICATES.

           SELECT CADCARGO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO
                               WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREQ.DAT".
       01 REGREQ.
                03 REQNUM            PIC 9(05).
                03 REQDEPTO          PIC 9(03).
                03 REQCARGO          PIC 9(03).
                03 REQSOLIC          PIC 9(05).
                03 REQDTABERT        PIC 9(06).
                03 REQAPROV1         PIC 9(05).
                03 REQDTAPROV1       PIC 9(06).
                03 REQAPROV2         PIC 9(05).
                03 REQDTAPROV2       PIC 9(06).
                03 REQSITUACAO       PIC X(01).
                03 REQDTFECHA        PIC 9(06).
                03 REQCHAPA          PIC 9(05).
                03 FILLER            PIC X(14).

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
                03 FILLER     PIC X(19).

       FD CADHIER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHIER.DAT".
       01 REGHIER.
                03 HIECHAVE.
                   05 HIETIPO        PIC X(01).
                   05 HIECODIGO      PIC 9(05).
                03 HIEPAI            PIC 9(05).
                03 FILLER            PIC X(13).

       FD CADVAGAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVAGAS.DAT".
       01 REGVAGAS.
                03 VAGCHAVE.
                   05 VAGDEPTO       PIC 9(03).
                   05 VAGCARGO       PIC 9(03).
                03 VAGQTDE           PIC 9(04).
                03 FILLER            PIC X(20).

       FD CADEPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPTO.DAT".
       01 REGDEPTO.
                03 CODIGODEPTO    PIC 9(03).
                03 DENOMINACAODEPTO PIC X(15).
                03 CENTRODECUSTO  PIC 9(01).
                03 FILLER   PIC X(45).

       FD CADCARGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARGO.DAT".
       01 REGCARGO.
                03 CODIGO            PIC 9(03).
                03 DENOMINACAO       PIC X(15).
                03 TIPOSALARIO       PIC X(01).
                03 SALARIOBASE       PIC 9(06)V99.
                03 NIVELESCOLARIDADE PIC 9(01).
                03 FILLER            PIC X(31).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-TECLA       PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-STHIE      PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201774".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-SUPERIOR   PIC 9(05) VALUE ZEROS.
       77 W-NIVEL      PIC 9(01) VALUE ZEROS.
       77 W-CHAPAAPR   PIC 9(05) VALUE ZEROS.
       77 W-CHAPAENC   PIC 9(05) VALUE ZEROS.
       77 W-NOVASIT    PIC X(01) VALUE SPACES.
       77 W-VAGAINV    PIC 9(01) VALUE ZEROS.
       77 W-TEMVAGA    PIC X(01) VALUE "N".
       77 W-CNTDEPTO   PIC 9(03) VALUE ZEROS.
       77 W-CNTCARGO   PIC 9(03) VALUE ZEROS.
       77 W-OCUPADAS   PIC 9(05) VALUE ZEROS.
       77 W-NOMEFUNC   PIC X(35) VALUE SPACES.
       77 W-OPTSIT     PIC X(22) VALUE SPACES.
       01 W-REGREQ-SAVE PIC X(70).
       SCREEN SECTION.
       01  TELAREQ.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "              REQUISICAO DE PESSOAL".
           05  LINE 05  COLUMN 01
               VALUE  "           NUMERO DA REQUISICAO:".
           05  LINE 07  COLUMN 01
               VALUE  "           DEPARTAMENTO:".
           05  LINE 09  COLUMN 01
               VALUE  "           CARGO:".
           05  LINE 11  COLUMN 01
               VALUE  "           SOLICITANTE (CHAPA):".
           05  LINE 13  COLUMN 01
               VALUE  "           ABERTA EM (AAMMDD):".
           05  LINE 15  COLUMN 01
               VALUE  "           1A APROVACAO (CHAPA):".
           05  LINE 15  COLUMN 41
               VALUE  "EM:".
           05  LINE 17  COLUMN 01
               VALUE  "           2A APROVACAO (CHAPA):".
           05  LINE 17  COLUMN 41
               VALUE  "EM:".
           05  LINE 19  COLUMN 01
               VALUE  "           SITUACAO:".
           05  LINE 19  COLUMN 48
               VALUE  "ENCERRADA EM:".
           05  LINE 21  COLUMN 01
               VALUE  "           CHAPA ADMITIDA:".
           05  TREQNUM
               LINE 05  COLUMN 34  PIC 9(05)
               USING  REQNUM
               HIGHLIGHT.
           05  TREQDEPTO
               LINE 07  COLUMN 26  PIC 9(03)
               USING  REQDEPTO
               HIGHLIGHT.
           05  TREQCARGO
               LINE 09  COLUMN 19  PIC 9(03)
               USING  REQCARGO
               HIGHLIGHT.
           05  TREQSOLIC
               LINE 11  COLUMN 33  PIC 9(05)
               USING  REQSOLIC
               HIGHLIGHT.
           05  TREQDTABERT
               LINE 13  COLUMN 32  PIC 9(06)
               FROM   REQDTABERT.
           05  TREQAPROV1
               LINE 15  COLUMN 34  PIC 9(05)
               USING  REQAPROV1
               HIGHLIGHT.
           05  TREQDTAPROV1
               LINE 15  COLUMN 45  PIC 9(06)
               FROM   REQDTAPROV1.
           05  TREQAPROV2
               LINE 17  COLUMN 34  PIC 9(05)
               USING  REQAPROV2
               HIGHLIGHT.
           05  TREQDTAPROV2
               LINE 17  COLUMN 45  PIC 9(06)
               FROM   REQDTAPROV2.
           05  TREQSITUACAO
               LINE 19  COLUMN 22  PIC X(01)
               FROM   REQSITUACAO.
           05  TREQDTFECHA
               LINE 19  COLUMN 62  PIC 9(06)
               FROM   REQDTFECHA.
           05  TREQCHAPA
               LINE 21  COLUMN 28  PIC 9(05)
               FROM   REQCHAPA.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADREQ
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADREQ
                      CLOSE CADREQ
                      MOVE "*** ARQUIVO CADREQ SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADREQ"
                                                       TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREQ
              GO TO ROT-FIM.
       INC-OP2.
      *    SEM HIERARQUIA NAO HA QUEM APROVE
           OPEN INPUT CADHIER
           IF W-STHIE NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADHIER" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STHIE
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREQ CADFUNC
              GO TO ROT-FIM.
       INC-OP3.
      *    SEM QUADRO DE VAGAS NAO HA VAGA A REQUISITAR
           OPEN INPUT CADVAGAS
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADVAGAS" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREQ CADFUNC CADHIER
              GO TO ROT-FIM.
       INC-OP4.
           OPEN INPUT CADEPTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPTO" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREQ CADFUNC CADHIER CADVAGAS
              GO TO ROT-FIM.
       INC-OP5.
           OPEN INPUT CADCARGO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCARGO" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADREQ CADFUNC CADHIER CADVAGAS CADEPTO
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO REQNUM REQDEPTO REQCARGO REQSOLIC
                               REQDTABERT REQAPROV1 REQDTAPROV1
                               REQAPROV2 REQDTAPROV2 REQDTFECHA
                               REQCHAPA
                MOVE SPACES TO REQSITUACAO.
                DISPLAY TELAREQ.
       INC-002.
                ACCEPT TREQNUM
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADREQ CADFUNC CADHIER CADVAGAS CADEPTO
                         CADCARGO
                   GO TO ROT-FIM.
                IF REQNUM = ZEROS
                   MOVE "*** NUMERO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       LER-REQ01.
                MOVE 0 TO W-SEL
                READ CADREQ
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAREQ
                      PERFORM MOSTRA-NOMES THRU MOSTRA-NOMES-FIM
                      MOVE "*** REQUISICAO JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADREQ"   TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TREQDEPTO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                MOVE REQDEPTO TO CODIGODEPTO
                READ CADEPTO
                IF ST-ERRO NOT = "00"
                   MOVE "*** DEPTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY (07, 31) DENOMINACAODEPTO.
       INC-004.
                ACCEPT TREQCARGO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE REQCARGO TO CODIGO
                READ CADCARGO
                IF ST-ERRO NOT = "00"
                   MOVE "*** CARGO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                DISPLAY (09, 24) DENOMINACAO.
                PERFORM VERIFICA-VAGAS THRU VERIFICA-VAGAS-FIM
                IF W-VAGAINV = 1
                   GO TO INC-003.
       INC-005.
                ACCEPT TREQSOLIC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE REQSOLIC TO CHAPA
                READ CADFUNC
                IF ST-ERRO NOT = "00"
                   MOVE "*** SOLICITANTE NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF ESTATUS NOT = "A"
                   MOVE "*** SOLICITANTE NAO ESTA ATIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE NOME TO W-NOMEFUNC
                DISPLAY (11, 40) W-NOMEFUNC.
                MOVE "F"      TO HIETIPO
                MOVE REQSOLIC TO HIECODIGO
                READ CADHIER
                IF W-STHIE NOT = "00" OR HIEPAI = ZEROS
                   MOVE "*** SOLICITANTE SEM SUPERIOR NO CADHIER ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                ACCEPT REQDTABERT FROM DATE
                MOVE "P" TO REQSITUACAO
                DISPLAY TREQDTABERT TREQSITUACAO.
                PERFORM MOSTRA-SIT THRU MOSTRA-SIT-FIM.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGREQ
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** REQUISICAO JA EXISTE ***   " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADREQ"
                                                       TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/APROVACAO/ENCERRAMENTO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVA   F2=APROVAR   F3=REJEITAR/CANCELAR"
                ACCEPT (23, 58) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 03
                   GO TO INC-002.
                IF W-ACT = 02
                   GO TO APR-OPC.
                GO TO ENC-OPC.
      *
      *****************************************
      * APROVACAO - O APROVADOR DA VEZ E O    *
      * SUPERIOR NO CADHIER DO SOLICITANTE    *
      * (1A) OU DO 1O APROVADOR (2A)          *
      *****************************************
       APR-OPC.
                IF REQSITUACAO NOT = "P"
                   MOVE "*** REQUISICAO NAO ESTA PENDENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                PERFORM PEGA-APROVADOR THRU PEGA-APROVADOR-FIM
                IF W-SUPERIOR = ZEROS
                   MOVE "*** APROVADOR NAO ENCONTRADO NO CADHIER ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       APR-001.
                IF W-NIVEL = 1
                   ACCEPT TREQAPROV1
                   MOVE REQAPROV1 TO W-CHAPAAPR
                ELSE
                   ACCEPT TREQAPROV2
                   MOVE REQAPROV2 TO W-CHAPAAPR.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF W-CHAPAAPR NOT = W-SUPERIOR
                   MOVE "*** SO O SUPERIOR DO CADHIER APROVA ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO APR-001.
                MOVE W-CHAPAAPR TO CHAPA
                READ CADFUNC
                IF ST-ERRO NOT = "00"
                   MOVE "*** APROVADOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO APR-001.
                IF W-NIVEL = 1
                   DISPLAY (15, 52) NOME
                ELSE
                   DISPLAY (17, 52) NOME.
       APR-002.
                DISPLAY (23, 40) "APROVAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO APR-001.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REQUISICAO NAO APROVADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO APR-002.
                IF W-NIVEL = 2
                   ACCEPT REQDTAPROV2 FROM DATE
                   MOVE "A" TO REQSITUACAO
                   GO TO ALT-RW1.
                ACCEPT REQDTAPROV1 FROM DATE
      *         SEM SUPERIOR DO 1O APROVADOR BASTA UMA APROVACAO
                MOVE "F"       TO HIETIPO
                MOVE REQAPROV1 TO HIECODIGO
                READ CADHIER
                IF W-STHIE NOT = "00" OR HIEPAI = ZEROS
                   MOVE "A" TO REQSITUACAO.
                GO TO ALT-RW1.
      *
      *****************************************
      * ENCERRAMENTO - A PENDENTE E REJEITADA *
      * PELO APROVADOR DA VEZ; O SOLICITANTE  *
      * OU OS APROVADORES CANCELAM            *
      *****************************************
       ENC-OPC.
                IF REQSITUACAO NOT = "P" AND REQSITUACAO NOT = "A"
                   MOVE "*** REQUISICAO JA ENCERRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE ZEROS TO W-SUPERIOR
                IF REQSITUACAO = "P"
                   PERFORM PEGA-APROVADOR THRU PEGA-APROVADOR-FIM.
       ENC-001.
                MOVE ZEROS  TO W-CHAPAENC
                MOVE SPACES TO W-NOVASIT
                DISPLAY (23, 12) "CHAPA DE QUEM ENCERRA: "
                ACCEPT (23, 36) W-CHAPAENC
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (23, 12) LIMPA
                IF W-ACT = 02 GO TO INC-001.
                IF W-CHAPAENC = ZEROS
                   GO TO ENC-001.
                IF W-CHAPAENC = REQSOLIC
                   MOVE "C" TO W-NOVASIT.
                IF REQSITUACAO = "P" AND W-CHAPAENC = W-SUPERIOR
                   MOVE "R" TO W-NOVASIT.
                IF REQSITUACAO = "A" AND
                   (W-CHAPAENC = REQAPROV1 OR W-CHAPAENC = REQAPROV2)
                   MOVE "C" TO W-NOVASIT.
                IF W-NOVASIT = SPACES
                   MOVE "*** CHAPA SEM ALCADA NESTA REQUISICAO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ENC-001.
       ENC-002.
                IF W-NOVASIT = "R"
                   DISPLAY (23, 40) "REJEITAR (S/N) : "
                ELSE
                   DISPLAY (23, 40) "CANCELAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REQUISICAO MANTIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ENC-002.
                MOVE W-NOVASIT TO REQSITUACAO
                ACCEPT REQDTFECHA FROM DATE.
       ALT-RW1.
                REWRITE REGREQ
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REQUISICAO ATUALIZADA ***     " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADREQ"   TO MENS
                MOVE MENS TO W-DL101-OPER
                CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                   ST-ERRO
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * APROVADOR DA VEZ DA PENDENTE (ZEROS = *
      * NAO HA NO CADHIER)                    *
      *****************************************
       PEGA-APROVADOR.
           MOVE ZEROS TO W-SUPERIOR
           MOVE "F"   TO HIETIPO
           IF REQAPROV1 = ZEROS
              MOVE 1         TO W-NIVEL
              MOVE REQSOLIC  TO HIECODIGO
           ELSE
              MOVE 2         TO W-NIVEL
              MOVE REQAPROV1 TO HIECODIGO.
           READ CADHIER
           IF W-STHIE = "00"
              MOVE HIEPAI TO W-SUPERIOR.
       PEGA-APROVADOR-FIM.
           EXIT.
      *
      *****************************************
      * NOMES DO DEPTO, CARGO E SOLICITANTE   *
      *****************************************
       MOSTRA-NOMES.
           MOVE REQDEPTO TO CODIGODEPTO
           READ CADEPTO
           IF ST-ERRO = "00"
              DISPLAY (07, 31) DENOMINACAODEPTO.
           MOVE REQCARGO TO CODIGO
           READ CADCARGO
           IF ST-ERRO = "00"
              DISPLAY (09, 24) DENOMINACAO.
           MOVE REQSOLIC TO CHAPA
           READ CADFUNC
           IF ST-ERRO = "00"
              MOVE NOME TO W-NOMEFUNC
              DISPLAY (11, 40) W-NOMEFUNC.
           PERFORM MOSTRA-SIT THRU MOSTRA-SIT-FIM.
       MOSTRA-NOMES-FIM.
           EXIT.
      *
       MOSTRA-SIT.
           IF REQSITUACAO = "P"
              MOVE "PENDENTE DE APROVACAO" TO W-OPTSIT
           ELSE IF REQSITUACAO = "A"
              MOVE "APROVADA - EM ABERTO" TO W-OPTSIT
           ELSE IF REQSITUACAO = "F"
              MOVE "PREENCHIDA" TO W-OPTSIT
           ELSE IF REQSITUACAO = "C"
              MOVE "CANCELADA" TO W-OPTSIT
           ELSE IF REQSITUACAO = "R"
              MOVE "REJEITADA" TO W-OPTSIT
           ELSE
              MOVE SPACES TO W-OPTSIT.
           DISPLAY (19, 24) W-OPTSIT.
       MOSTRA-SIT-FIM.
           EXIT.
      *
      *****************************************
      * QUADRO DE VAGAS - PRECISA HAVER VAGA  *
      * DO DEPTO + CARGO OU DO DEPTO INTEIRO, *
      * E ATIVOS + REQUISICOES EM ABERTO      *
      * ABAIXO DE CADA QUADRO EXISTENTE       *
      *****************************************
       VERIFICA-VAGAS.
           MOVE ZEROS TO W-VAGAINV
           MOVE "N"   TO W-TEMVAGA
           MOVE REGREQ TO W-REGREQ-SAVE
           MOVE REQDEPTO TO W-CNTDEPTO VAGDEPTO
           MOVE REQCARGO TO W-CNTCARGO VAGCARGO
           READ CADVAGAS
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMVAGA
              PERFORM CONTA-QUADRO THRU CONTA-QUADRO-FIM
              IF W-OCUPADAS NOT < VAGQTDE
                 MOVE 1 TO W-VAGAINV.
           MOVE W-CNTDEPTO TO VAGDEPTO
           MOVE ZEROS      TO W-CNTCARGO VAGCARGO
           READ CADVAGAS
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMVAGA
              PERFORM CONTA-QUADRO THRU CONTA-QUADRO-FIM
              IF W-OCUPADAS NOT < VAGQTDE
                 MOVE 1 TO W-VAGAINV.
           MOVE W-REGREQ-SAVE TO REGREQ
           IF W-TEMVAGA = "N"
              MOVE 1 TO W-VAGAINV
              MOVE "*** SEM VAGA NO CADVAGAS PARA O DEPTO/CARGO ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO VERIFICA-VAGAS-FIM.
           IF W-VAGAINV = 1
              MOVE "*** QUADRO DE VAGAS JA PREENCHIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VERIFICA-VAGAS-FIM.
           EXIT.
      *
      *    ATIVOS DO CADFUNC MAIS REQUISICOES EM ABERTO
      *    (P E A) NO DEPTO (E NO CARGO QUANDO NAO 000)
       CONTA-QUADRO.
           MOVE ZEROS TO W-OCUPADAS
           MOVE LOW-VALUES TO CHAPA
           START CADFUNC KEY NOT < CHAPA
           IF ST-ERRO NOT = "00"
              GO TO CONTA-QUADRO-REQ.
       CONTA-QUADRO-FUNC.
           READ CADFUNC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CONTA-QUADRO-REQ.
           IF ESTATUS NOT = "A"
              GO TO CONTA-QUADRO-FUNC.
           IF FUNCDEPTO NOT = W-CNTDEPTO
              GO TO CONTA-QUADRO-FUNC.
           IF W-CNTCARGO NOT = ZEROS AND FUNCCARGO NOT = W-CNTCARGO
              GO TO CONTA-QUADRO-FUNC.
           ADD 1 TO W-OCUPADAS
           GO TO CONTA-QUADRO-FUNC.
       CONTA-QUADRO-REQ.
           MOVE ZEROS TO REQNUM
           START CADREQ KEY NOT < REQNUM
           IF ST-ERRO NOT = "00"
              GO TO CONTA-QUADRO-FIM.
       CONTA-QUADRO-LOOP.
           READ CADREQ NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CONTA-QUADRO-FIM.
           IF REQSITUACAO NOT = "P" AND REQSITUACAO NOT = "A"
              GO TO CONTA-QUADRO-LOOP.
           IF REQDEPTO NOT = W-CNTDEPTO
              GO TO CONTA-QUADRO-LOOP.
           IF W-CNTCARGO NOT = ZEROS AND REQCARGO NOT = W-CNTCARGO
              GO TO CONTA-QUADRO-LOOP.
           ADD 1 TO W-OCUPADAS
           GO TO CONTA-QUADRO-LOOP.
       CONTA-QUADRO-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
               DISPLAY (23, 12) MENS.
       ROT-MENS1.
               ACCEPT (23, 70) W-TECLA
               DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
