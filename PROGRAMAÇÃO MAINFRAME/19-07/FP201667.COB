      **************************************
      * RELATORIO DE CONFORMIDADE DE CURSOS POR CARGO *
      **************************************
      * CURSO COM VALIDADE NO CADVALCUR SO CONTA
      * COMO CUMPRIDO COM CERTIFICADO (CADCERT)
      * AINDA DENTRO DO PRAZO - APROVACAO ANTIGA
      * SAI COMO VENCIDO OU SEM CERTIFICADO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES.

           SELECT CADVALCUR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VLCCURSO
                    FILE STATUS  IS ST-ERRO.

           SELECT CADCERT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CERCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT RELCURSO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                03 SITUACAO      PIC X(10).
                03 FILLER        PIC X(17).

       FD CADVALCUR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVALCUR.DAT".
       01 REGVALCUR.
                03 VLCCURSO          PIC X(05).
                03 VLCDESCR          PIC X(30).
                03 VLCMESES          PIC 9(03).
                03 FILLER            PIC X(12).

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

       FD RELCURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCURSO.DAT".
       77 W-SITCURSO    PIC X(01) VALUE SPACES.
       77 W-TOTPEND     PIC 9(05) VALUE ZEROS.
       77 W-CHAPA-AUX   PIC 9(05) VALUE ZEROS.
       77 W-TEMVAL      PIC X(01) VALUE "N".
       77 W-TEMCERT     PIC X(01) VALUE "N".
       77 W-HOJE        PIC 9(06) VALUE ZEROS.
       77 W-HOJE8       PIC 9(08) VALUE ZEROS.
       01 WS-CAB1       PIC X(100) VALUE
          "RELATORIO DE CONFORMIDADE DE CURSOS OBRIGATORIOS POR CARGO".
       01 WS-CABDET.
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELCURSO"
              GO TO ROT-FIMS.
      *    SEM O CADVALCUR NENHUM CURSO VENCE
       INC-OP5.
           OPEN INPUT CADVALCUR
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMVAL.
           OPEN INPUT CADCERT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMCERT.
           ACCEPT W-HOJE FROM DATE
           COMPUTE W-HOJE8 = 20000000 + W-HOJE.
      *
           MOVE SPACES    TO REGRELCURSO
           MOVE WS-CAB1   TO REGRELCURSO
           MOVE FUNCCARGO  TO WS-CARGO
           MOVE CURTURMA   TO WS-TURMA
           IF W-SITCURSO = "R"
              MOVE "REPROVADO" TO WS-PEND.
           IF W-SITCURSO = "F"
              MOVE "SEM CURSO" TO WS-PEND.
           IF W-SITCURSO = "V"
              MOVE "VENCIDO" TO WS-PEND.
           IF W-SITCURSO = "C"
              MOVE "SEM CERTIF" TO WS-PEND.
           MOVE SPACES     TO REGRELCURSO
           MOVE WS-LINDET  TO REGRELCURSO
           WRITE REGRELCURSO
      *****************************************
      * SITUACAO DO FUNCIONARIO NO CURSO      *
      * A=APROVADO R=REPROVADO F=SEM CURSO    *
      * V=CERTIFICADO VENCIDO                 *
      * C=APROVADO SEM CERTIFICADO            *
      *****************************************
       CNF-VERIFICA.
           MOVE "F" TO W-SITCURSO
              GO TO CNF-VERIFICA-LOOP.
           IF SITUACAO = "APROVADO"
              MOVE "A" TO W-SITCURSO
              PERFORM CNF-VALIDADE THRU CNF-VALIDADE-FIM
              GO TO CNF-VERIFICA-FIM.
           MOVE "R" TO W-SITCURSO
           GO TO CNF-VERIFICA-LOOP.
       CNF-VERIFICA-FIM.
           EXIT.
      *
      *****************************************
      * CURSO COM VALIDADE - PROCURA O        *
      * CERTIFICADO MAIS RECENTE DA CHAPA     *
      *****************************************
       CNF-VALIDADE.
           IF W-TEMVAL = "N"
              GO TO CNF-VALIDADE-FIM.
           MOVE CURTURMA TO VLCCURSO
           READ CADVALCUR
           IF ST-ERRO NOT = "00"
              GO TO CNF-VALIDADE-FIM.
           IF VLCMESES = ZEROS
              GO TO CNF-VALIDADE-FIM.
           MOVE "C" TO W-SITCURSO
           IF W-TEMCERT = "N"
              GO TO CNF-VALIDADE-FIM.
           MOVE W-CHAPA-AUX TO CERCHAPA
           MOVE CURTURMA    TO CERCURSO
           MOVE ZEROS       TO CEREMISSAO
           START CADCERT KEY NOT < CERCHAVE
           IF ST-ERRO NOT = "00"
              GO TO CNF-VALIDADE-FIM.
       CNF-VALIDADE-LOOP.
           READ CADCERT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO CNF-VALIDADE-FIM.
           IF CERCHAPA NOT = W-CHAPA-AUX OR CERCURSO NOT = CURTURMA
              GO TO CNF-VALIDADE-FIM.
           IF CERVALIDADE = ZEROS OR CERVALIDADE NOT < W-HOJE8
              MOVE "A" TO W-SITCURSO
              GO TO CNF-VALIDADE-FIM.
           MOVE "V" TO W-SITCURSO
           GO TO CNF-VALIDADE-LOOP.
       CNF-VALIDADE-FIM.
           EXIT.
      *
       CNF-FIM.
           MOVE W-TOTPEND TO WS-RODQTDE
           MOVE WS-RODAPE TO REGRELCURSO
           WRITE REGRELCURSO
           CLOSE CADFUNC CADCURCARGO CADRMCHAPA CADNOTA RELCURSO
           IF W-TEMVAL = "S"
              CLOSE CADVALCUR.
           IF W-TEMCERT = "S"
              CLOSE CADCERT.
           DISPLAY "PENDENCIAS DE CURSOS: " W-TOTPEND
           GO TO ROT-FIMS.
      *
