      * PONTE CADRMCHAPA) NA TURMA DO CADTURMA.
      * CONFERE SE O CURSO E EXIGIDO PARA O CARGO
      * (CADCURCARGO) E SE JA HA RESULTADO NO
      * CADNOTA. OS PRE-REQUISITOS DO CURSO
      * (CADPREREQ, FP201790) TEM DE ESTAR APROVADOS
      * NO CADNOTA EM ALGUMA RM DA CHAPA; SENAO A
      * INSCRICAO FICA RECUSADA (STATUS R). TURMA
      * CHEIA ENTRA COMO LISTA DE ESPERA (STATUS W)
      * EM VEZ DE INSCRITO (I), NA ORDEM DO PEDIDO
      * (DATA E HORA GRAVADAS NA INSCRICAO). O
      * CANCELAMENTO (STATUS C) DE UM INSCRITO
      * PROMOVE O PRIMEIRO DA LISTA QUE AINDA ESTA
      * ATIVO E TEM OS PRE-REQUISITOS. CONTAGENS
      * POR TURMA NO FP201791
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.

           SELECT CADPREREQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRQCHAVE
                    FILE STATUS  IS W-STPRQ.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                   05 INSRM          PIC 9(05).
                03 INSCHAPA          PIC 9(05).
                03 INSSTATUS         PIC X(01).
                03 INSPEDIDO         PIC 9(14).
                03 INSPEDIDOR REDEFINES INSPEDIDO.
                   05 INSPEDDATA     PIC 9(08).
                   05 INSPEDHORA     PIC 9(06).

       FD CADTURMA
               LABEL RECORD IS STANDARD
                03 NOTAMEDIA     PIC 9(2)V9.
                03 SITUACAO      PIC X(10).
                03 FILLER        PIC X(17).

       FD CADPREREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPREREQ.DAT".
       01 REGPREREQ.
                03 PRQCHAVE.
                   05 PRQCURSO       PIC X(05).
                   05 PRQEXIGE       PIC X(05).
                03 FILLER            PIC X(10).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-ACHOURM    PIC 9(01) VALUE ZEROS.
       77 W-INSCRITOS  PIC 9(03) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-STPRQ      PIC X(02) VALUE "00".
       77 W-TEMPRQ     PIC X(01) VALUE "N".
       77 W-TEMNOTA    PIC X(01) VALUE "N".
       77 W-TEMCAR     PIC X(01) VALUE "N".
       77 W-REGRAVA    PIC X(01) VALUE "N".
       77 W-STATANT    PIC X(01) VALUE SPACES.
       77 W-ACHOU      PIC 9(01) VALUE ZEROS.
       77 W-APROVADO   PIC X(01) VALUE "N".
       77 W-PRQCHAPA   PIC 9(05) VALUE ZEROS.
       77 W-PRQCURSO   PIC X(05) VALUE SPACES.
       77 W-PRQFALTA   PIC X(05) VALUE SPACES.
       77 W-PEDIDO     PIC 9(14) VALUE ZEROS.
       77 W-MELHORPED  PIC 9(14) VALUE ZEROS.
       77 W-MELHORRM   PIC 9(05) VALUE ZEROS.
       01 W-HOJE       PIC 9(06) VALUE ZEROS.
       01 W-HORA       PIC 9(08) VALUE ZEROS.
       01 W-HORAR REDEFINES W-HORA.
          03 W-HORAHMS PIC 9(06).
          03 FILLER    PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP4.
           OPEN INPUT CADCURCARGO
           IF ST-ERRO NOT = "00"
              DISPLAY "SEM CADCURCARGO - EXIGENCIAS NAO CONFERIDAS"
           ELSE
              MOVE "S" TO W-TEMCAR.
       INC-OP5.
           OPEN INPUT CADNOTA
           IF ST-ERRO NOT = "00"
              DISPLAY "SEM CADNOTA - RESULTADOS NAO CONFERIDOS"
           ELSE
              MOVE "S" TO W-TEMNOTA.
       INC-OP6.
           OPEN INPUT CADPREREQ
           IF W-STPRQ = "00"
              MOVE "S" TO W-TEMPRQ.
      *
       INS-OPER.
           DISPLAY "INSCRICAO EM TURMAS DE TREINAMENTO"
           DISPLAY "OPERACAO (I=INSCREVER C=CANCELAR F=FIM): "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
              GO TO INS-ENCERRA.
           IF W-OPCAO = "C" OR "c"
              GO TO CAN-PEDE.
           IF W-OPCAO NOT = "I" AND "i"
              DISPLAY "OPERACAO INVALIDA"
              GO TO INS-OPER.
       INS-PEDE.
           DISPLAY "INSCRICAO EM TURMA - CHAPA (00000=FIM): "
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
              GO TO INS-OPER.
           MOVE W-CHAPA TO CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00" OR ESTATUS NOT = "A"
           IF ST-ERRO = "00" AND TURMA = W-CURSO
              DISPLAY "AVISO: JA HA RESULTADO DESTE CURSO - "
                      SITUACAO.
      *    INSCRICAO CANCELADA OU RECUSADA PODE SER REFEITA
           MOVE "N"     TO W-REGRAVA
           MOVE W-CURSO TO INSCURSO
           MOVE W-TURMA TO INSTURMA
           MOVE W-RM    TO INSRM
           READ CADINSCR
           IF ST-ERRO = "00" AND INSSTATUS NOT = "C" AND "R"
              DISPLAY "FUNCIONARIO JA INSCRITO NA TURMA"
              GO TO INS-PEDE.
           IF ST-ERRO = "00"
              MOVE "S" TO W-REGRAVA.
      *    VAGA LIVRE VAI PRIMEIRO PARA QUEM JA ESPERA
           PERFORM INS-PROMOVE THRU INS-PROMOVE-FIM
           MOVE W-CHAPA TO W-PRQCHAPA
           MOVE W-CURSO TO W-PRQCURSO
           PERFORM INS-PREREQ THRU INS-PREREQ-FIM
      *    TURMA CHEIA ENTRA COMO LISTA DE ESPERA
           PERFORM INS-CONTA THRU INS-CONTA-FIM
           MOVE W-CURSO TO INSCURSO
           MOVE W-TURMA TO INSTURMA
           MOVE W-RM    TO INSRM
           MOVE W-CHAPA TO INSCHAPA
           ACCEPT W-HOJE FROM DATE
           ACCEPT W-HORA FROM TIME
           COMPUTE INSPEDDATA = 20000000 + W-HOJE
           MOVE W-HORAHMS TO INSPEDHORA
           IF W-PRQFALTA NOT = SPACES
              MOVE "R" TO INSSTATUS
              DISPLAY "RECUSADA - FALTA O PRE-REQUISITO " W-PRQFALTA
           ELSE IF W-INSCRITOS < TURCAPAC
              MOVE "I" TO INSSTATUS
           ELSE
              MOVE "W" TO INSSTATUS
              DISPLAY "TURMA CHEIA - ENTRARA NA LISTA DE ESPERA".
           IF W-REGRAVA = "S"
              REWRITE REGINSCR
           ELSE
              WRITE REGINSCR.
           IF ST-ERRO = "22"
              DISPLAY "FUNCIONARIO JA INSCRITO NA TURMA"
              GO TO INS-PEDE.
              DISPLAY "ERRO NA GRAVACAO DA INSCRICAO"
              GO TO ROT-FIMS.
           IF INSSTATUS = "I"
              DISPLAY "INSCRICAO CONFIRMADA".
           IF INSSTATUS = "W"
              DISPLAY "INSCRICAO EM LISTA DE ESPERA".
           GO TO INS-PEDE.
      *
      *****************************************
      * CANCELAMENTO DA INSCRICAO. A VAGA DE  *
      * INSCRITO VAI PARA A LISTA DE ESPERA   *
      *****************************************
       CAN-PEDE.
           DISPLAY "CANCELAMENTO - CHAPA (00000=FIM): "
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
              GO TO INS-OPER.
           DISPLAY "CODIGO DO CURSO: "
           ACCEPT W-CURSO
           DISPLAY "NUMERO DA TURMA: "
           ACCEPT W-TURMA
           MOVE W-CURSO TO TURCURSO
           MOVE W-TURMA TO TURNUM
           READ CADTURMA
           IF ST-ERRO NOT = "00"
              DISPLAY "TURMA NAO CADASTRADA"
              GO TO CAN-PEDE.
           PERFORM CAN-ACHA THRU CAN-ACHA-FIM
           IF W-ACHOU = ZEROS
              DISPLAY "CHAPA SEM INSCRICAO ATIVA NA TURMA"
              GO TO CAN-PEDE.
           MOVE INSSTATUS TO W-STATANT
           MOVE "C" TO INSSTATUS
           REWRITE REGINSCR
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA REGRAVACAO DO ARQ CADINSCR"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA GRAVACAO DO CANCELAMENTO"
              GO TO ROT-FIMS.
           DISPLAY "INSCRICAO CANCELADA"
           IF W-STATANT = "I"
              PERFORM INS-PROMOVE THRU INS-PROMOVE-FIM.
           GO TO CAN-PEDE.
      *
      *    INSCRICAO ATIVA (I OU W) DA CHAPA NA TURMA,
      *    PELA CHAPA POIS ELA PODE TER MAIS DE UMA RM
       CAN-ACHA.
           MOVE ZEROS   TO W-ACHOU
           MOVE W-CURSO TO INSCURSO
           MOVE W-TURMA TO INSTURMA
           MOVE ZEROS   TO INSRM
           START CADINSCR KEY NOT < INSCHAVE
           IF ST-ERRO NOT = "00"
              GO TO CAN-ACHA-FIM.
       CAN-ACHA-LE.
           READ CADINSCR NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CAN-ACHA-FIM.
           IF INSCURSO NOT = W-CURSO OR INSTURMA NOT = W-TURMA
              GO TO CAN-ACHA-FIM.
           IF INSCHAPA NOT = W-CHAPA
              GO TO CAN-ACHA-LE.
           IF INSSTATUS NOT = "I" AND "W"
              GO TO CAN-ACHA-LE.
           MOVE 1 TO W-ACHOU.
       CAN-ACHA-FIM.
           EXIT.
      *
      *****************************************
      * PROMOCAO DA LISTA DE ESPERA: ENQUANTO *
      * HOUVER VAGA, O PEDIDO MAIS ANTIGO     *
      * (STATUS W) VIRA INSCRITO. QUEM ESTA   *
      * INATIVO E CANCELADO E QUEM PERDEU O   *
      * PRE-REQUISITO E RECUSADO              *
      *****************************************
       INS-PROMOVE.
           PERFORM INS-CONTA THRU INS-CONTA-FIM
           IF W-INSCRITOS NOT < TURCAPAC
              GO TO INS-PROMOVE-FIM.
           MOVE ZEROS   TO W-ACHOU W-MELHORRM
           MOVE 99999999999999 TO W-MELHORPED
           MOVE W-CURSO TO INSCURSO
           MOVE W-TURMA TO INSTURMA
           MOVE ZEROS   TO INSRM
           START CADINSCR KEY NOT < INSCHAVE
           IF ST-ERRO NOT = "00"
              GO TO INS-PROMOVE-FIM.
       INS-PROMOVE-LE.
           READ CADINSCR NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO INS-PROMOVE-SOBE.
           IF INSCURSO NOT = W-CURSO OR INSTURMA NOT = W-TURMA
              GO TO INS-PROMOVE-SOBE.
           IF INSSTATUS NOT = "W"
              GO TO INS-PROMOVE-LE.
           IF INSPEDIDO NUMERIC
              MOVE INSPEDIDO TO W-PEDIDO
           ELSE
              MOVE ZEROS TO W-PEDIDO.
           IF W-PEDIDO NOT < W-MELHORPED
              GO TO INS-PROMOVE-LE.
           MOVE W-PEDIDO TO W-MELHORPED
           MOVE INSRM    TO W-MELHORRM
           MOVE 1        TO W-ACHOU
           GO TO INS-PROMOVE-LE.
       INS-PROMOVE-SOBE.
           IF W-ACHOU = ZEROS
              GO TO INS-PROMOVE-FIM.
           MOVE W-CURSO    TO INSCURSO
           MOVE W-TURMA    TO INSTURMA
           MOVE W-MELHORRM TO INSRM
           READ CADINSCR
           IF ST-ERRO NOT = "00"
              GO TO INS-PROMOVE-FIM.
           MOVE INSCHAPA TO CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00" OR ESTATUS NOT = "A"
              MOVE "C" TO INSSTATUS
              DISPLAY "LISTA DE ESPERA: CHAPA " INSCHAPA
                      " INATIVA - CANCELADA"
              GO TO INS-PROMOVE-GRAVA.
           MOVE INSCHAPA TO W-PRQCHAPA
           MOVE W-CURSO  TO W-PRQCURSO
           PERFORM INS-PREREQ THRU INS-PREREQ-FIM
           IF W-PRQFALTA NOT = SPACES
              MOVE "R" TO INSSTATUS
              DISPLAY "LISTA DE ESPERA: CHAPA " INSCHAPA
                      " SEM O PRE-REQUISITO " W-PRQFALTA
                      " - RECUSADA"
              GO TO INS-PROMOVE-GRAVA.
           MOVE "I" TO INSSTATUS
           DISPLAY "PROMOVIDO DA LISTA DE ESPERA: CHAPA " INSCHAPA.
       INS-PROMOVE-GRAVA.
           REWRITE REGINSCR
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA REGRAVACAO DO ARQ CADINSCR"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              GO TO INS-PROMOVE-FIM.
           GO TO INS-PROMOVE.
       INS-PROMOVE-FIM.
           EXIT.
      *
      *****************************************
      * PRE-REQUISITOS DO CURSO W-PRQCURSO    *
      * PARA A CHAPA W-PRQCHAPA. W-PRQFALTA = *
      * PRIMEIRO CURSO EXIGIDO NAO APROVADO   *
      *****************************************
       INS-PREREQ.
           MOVE SPACES TO W-PRQFALTA
           IF W-TEMPRQ NOT = "S"
              GO TO INS-PREREQ-FIM.
           MOVE W-PRQCURSO TO PRQCURSO
           MOVE SPACES     TO PRQEXIGE
           START CADPREREQ KEY NOT < PRQCHAVE
           IF W-STPRQ NOT = "00"
              GO TO INS-PREREQ-FIM.
       INS-PREREQ-LE.
           READ CADPREREQ NEXT RECORD
           IF W-STPRQ NOT = "00"
              GO TO INS-PREREQ-FIM.
           IF PRQCURSO NOT = W-PRQCURSO
              GO TO INS-PREREQ-FIM.
           PERFORM INS-APROVADO THRU INS-APROVADO-FIM
           IF W-APROVADO NOT = "S"
              MOVE PRQEXIGE TO W-PRQFALTA
              GO TO INS-PREREQ-FIM.
           GO TO INS-PREREQ-LE.
       INS-PREREQ-FIM.
           EXIT.
      *
      *    APROVADO NO CURSO PRQEXIGE EM ALGUMA RM DA
      *    CHAPA (MESMA LEITURA DO FP201667)
       INS-APROVADO.
           MOVE "N" TO W-APROVADO
           IF W-TEMNOTA NOT = "S"
              GO TO INS-APROVADO-FIM.
           MOVE W-PRQCHAPA TO RMCCHAPA
           START CADRMCHAPA KEY NOT < RMCCHAPA
           IF ST-ERRO NOT = "00"
              GO TO INS-APROVADO-FIM.
       INS-APROVADO-LE.
           READ CADRMCHAPA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO INS-APROVADO-FIM.
           IF RMCCHAPA NOT = W-PRQCHAPA
              GO TO INS-APROVADO-FIM.
           MOVE RMCRM TO RM
           READ CADNOTA
           IF ST-ERRO NOT = "00"
              GO TO INS-APROVADO-LE.
           IF TURMA = PRQEXIGE AND SITUACAO = "APROVADO"
              MOVE "S" TO W-APROVADO
              GO TO INS-APROVADO-FIM.
           GO TO INS-APROVADO-LE.
       INS-APROVADO-FIM.
           EXIT.
      *
      *****************************************
      * RM DA CHAPA PELA CHAVE ALTERNADA DA   *
      * PONTE CADRMCHAPA                      *
      *****************************************
           EXIT.
      *
       INS-ENCERRA.
           IF W-TEMCAR = "S"
              CLOSE CADCURCARGO.
           IF W-TEMNOTA = "S"
              CLOSE CADNOTA.
           IF W-TEMPRQ = "S"
              CLOSE CADPREREQ.
           CLOSE CADINSCR CADTURMA CADFUNC CADRMCHAPA
           GO TO ROT-FIM.
      *
      **********************
