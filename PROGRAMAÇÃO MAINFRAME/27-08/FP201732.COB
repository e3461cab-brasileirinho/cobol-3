      * REGISTROS INICIAIS DO CADNOTA PARA OS
      * INSCRITOS CONFIRMADOS (NOTAS E FALTAS
      * ZERADAS), PARA O LANCAMENTO DE NOTAS E O
      * FP201627 TRABALHAREM EM CIMA DA TURMA.
      * A PEDIDO EMITE O CERTIFICADO (CADCERT E
      * CERTCURSO.DAT) DOS INSCRITOS APROVADOS NO
      * CADNOTA, COM DATA DE CONCLUSAO = FIM DA
      * TURMA E VENCIMENTO PELA VALIDADE DO CURSO
      * NO CADVALCUR. CERTIFICADO JA EMITIDO NAO
      * SE REPETE
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RELTURMA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT CADTURMA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TURCHAVE
                    FILE STATUS  IS ST-ERRO.

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

           SELECT CERTCURSO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELTURMA.DAT".
       01 REGRELTURMA PIC X(100).

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

       FD CERTCURSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CERTCURSO.DAT".
       01 REGCERTCURSO PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-TOTINSC     PIC 9(03) VALUE ZEROS.
       77 W-TOTESPERA   PIC 9(03) VALUE ZEROS.
       77 W-TOTSEM      PIC 9(03) VALUE ZEROS.
       77 W-TOTCERT     PIC 9(03) VALUE ZEROS.
       77 W-OPCERT      PIC X(01) VALUE SPACES.
       77 W-MESES       PIC 9(03) VALUE ZEROS.
       77 W-DESCRCUR    PIC X(30) VALUE SPACES.
       77 W-INSTRUTOR   PIC X(25) VALUE SPACES.
       77 W-TOTMES      PIC 9(06) VALUE ZEROS.
       77 W-HOJE        PIC 9(06) VALUE ZEROS.
       01 W-EMISSAO     PIC 9(08) VALUE ZEROS.
       01 W-EMISSAOR REDEFINES W-EMISSAO.
          03 W-EMIANO   PIC 9(04).
          03 W-EMIMES   PIC 9(02).
          03 W-EMIDIA   PIC 9(02).
       01 W-VALIDADE    PIC 9(08) VALUE ZEROS.
       01 W-VALIDADER REDEFINES W-VALIDADE.
          03 W-VALANO   PIC 9(04).
          03 W-VALMES   PIC 9(02).
          03 W-VALDIA   PIC 9(02).
      *    ULTIMO DIA DE CADA MES (FEVEREIRO SEMPRE 28)
       01 W-TABULT.
          03 FILLER    PIC X(24) VALUE "312831303130313130313031".
       01 W-TABULTR REDEFINES W-TABULT.
          03 W-ULTDIA  PIC 9(02) OCCURS 12 TIMES.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
          03 WS-RODESP     PIC ZZ9.
          03 FILLER        PIC X(20) VALUE "  CADNOTA SEMEADOS: ".
          03 WS-RODSEM     PIC ZZ9.
       01 WS-RODAPE2.
          03 FILLER        PIC X(24) VALUE "CERTIFICADOS EMITIDOS:  ".
          03 WS-RODCERT    PIC ZZ9.
      *    CERTIFICADO IMPRESSO
       01 WS-CERT1        PIC X(80) VALUE
          "                  CERTIFICADO DE CONCLUSAO DE CURSO".
       01 WS-CERT2.
          03 FILLER       PIC X(18) VALUE "CERTIFICAMOS QUE  ".
          03 WS-CERNOME   PIC X(35).
          03 FILLER       PIC X(08) VALUE " CHAPA: ".
          03 WS-CERCHAPA  PIC 9(05).
       01 WS-CERT3.
          03 FILLER       PIC X(18) VALUE "CONCLUIU O CURSO  ".
          03 WS-CERCURSO  PIC X(05).
          03 FILLER       PIC X(03) VALUE " - ".
          03 WS-CERDESCR  PIC X(30).
          03 FILLER       PIC X(09) VALUE "  TURMA: ".
          03 WS-CERTURMA  PIC 9(02).
       01 WS-CERT4.
          03 FILLER       PIC X(18) VALUE "CONCLUIDO EM      ".
          03 WS-CEREMIDIA PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CEREMIMES PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CEREMIANO PIC 9(04).
          03 FILLER       PIC X(16) VALUE "   MEDIA FINAL: ".
          03 WS-CERMEDIA  PIC Z9,9.
       01 WS-CERT5.
          03 FILLER       PIC X(18) VALUE "VALIDO ATE        ".
          03 WS-CERVALDIA PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CERVALMES PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CERVALANO PIC 9(04).
       01 WS-CERT5S       PIC X(80) VALUE
          "VALIDO ATE        SEM PRAZO DE VALIDADE".
       01 WS-CERT6.
          03 FILLER       PIC X(18) VALUE "INSTRUTOR:        ".
          03 WS-CERINSTR  PIC X(25).
       01 WS-CERTRACO     PIC X(80) VALUE ALL "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "NUMERO DA TURMA: "
           ACCEPT W-TURMA
           DISPLAY "SEMEAR OS REGISTROS DO CADNOTA (S/N)? "
           ACCEPT W-OPCAO
           DISPLAY "EMITIR CERTIFICADOS DOS APROVADOS (S/N)? "
           ACCEPT W-OPCERT.
      *
       INC-OP0.
           OPEN INPUT CADINSCR
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELTURMA"
              GO TO ROT-FIMS.
           IF W-OPCERT = "S" OR "s"
              PERFORM INC-CERT THRU INC-CERT-FIM.
      *
           MOVE W-CURSO TO WS-CABCURSO
           MOVE W-TURMA TO WS-CABTURMA
           IF INSCURSO NOT = W-CURSO OR INSTURMA NOT = W-TURMA
              GO TO ROM-FIM.
           ADD 1 TO W-CTLLIDOS
      *    CANCELADOS E RECUSADOS FICAM FORA DO ROMANEIO
           IF INSSTATUS = "C" OR "R"
              GO TO ROM-LOOP.
           MOVE INSCHAPA TO CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00"
           WRITE REGRELTURMA
           IF INSSTATUS = "I" AND (W-OPCAO = "S" OR "s")
              PERFORM ROM-SEMEIA THRU ROM-SEMEIA-FIM.
           IF INSSTATUS = "I" AND W-OPCERT = "S"
              PERFORM ROM-CERTIFICA THRU ROM-CERTIFICA-FIM.
           GO TO ROM-LOOP.
      *
      *****************************************
           ADD 1 TO W-TOTSEM.
       ROM-SEMEIA-FIM.
           EXIT.
      *
      *
      *****************************************
      * ARQUIVOS DA EMISSAO DE CERTIFICADOS - *
      * CONCLUSAO E INSTRUTOR PELO CADTURMA,  *
      * VALIDADE PELO CADVALCUR               *
      *****************************************
       INC-CERT.
           MOVE "S" TO W-OPCERT
           OPEN INPUT CADTURMA
           IF ST-ERRO NOT = "00"
              DISPLAY "SEM CADTURMA - CERTIFICADOS NAO EMITIDOS"
              MOVE "N" TO W-OPCERT
              GO TO INC-CERT-FIM.
           MOVE W-CURSO TO TURCURSO
           MOVE W-TURMA TO TURNUM
           READ CADTURMA
           IF ST-ERRO NOT = "00"
              DISPLAY "TURMA NAO CADASTRADA - CERTIFICADOS NAO EMITIDOS"
              MOVE "N" TO W-OPCERT
              CLOSE CADTURMA
              GO TO INC-CERT-FIM.
           COMPUTE W-EMISSAO = ANO OF TURFIM * 10000
                             + MES OF TURFIM * 100 + DIA OF TURFIM
           IF W-EMISSAO = ZEROS
              ACCEPT W-HOJE FROM DATE
              COMPUTE W-EMISSAO = 20000000 + W-HOJE.
           MOVE TURINSTRUTOR TO W-INSTRUTOR
           CLOSE CADTURMA
           MOVE ZEROS  TO W-MESES
           MOVE SPACES TO W-DESCRCUR
           OPEN INPUT CADVALCUR
           IF ST-ERRO = "00"
              MOVE W-CURSO TO VLCCURSO
              READ CADVALCUR
              IF ST-ERRO = "00"
                 MOVE VLCMESES TO W-MESES
                 MOVE VLCDESCR TO W-DESCRCUR
                 CLOSE CADVALCUR
              ELSE
                 CLOSE CADVALCUR.
      *    VENCIMENTO = CONCLUSAO + VALIDADE EM MESES
           MOVE ZEROS TO W-VALIDADE
           IF W-MESES > ZEROS
              COMPUTE W-TOTMES = W-EMIANO * 12 + W-EMIMES - 1
                               + W-MESES
              DIVIDE W-TOTMES BY 12 GIVING W-VALANO
                                    REMAINDER W-VALMES
              ADD 1 TO W-VALMES
              MOVE W-EMIDIA TO W-VALDIA
              IF W-VALDIA > W-ULTDIA (W-VALMES)
                 MOVE W-ULTDIA (W-VALMES) TO W-VALDIA.
       INC-CERT-OP.
           OPEN I-O CADCERT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADCERT
                 CLOSE CADCERT
                 GO TO INC-CERT-OP
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADCERT"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCERT"
                 MOVE "N" TO W-OPCERT
                 GO TO INC-CERT-FIM.
           OPEN OUTPUT CERTCURSO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ CERTCURSO" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CERTCURSO"
              MOVE "N" TO W-OPCERT
              CLOSE CADCERT.
       INC-CERT-FIM.
           EXIT.
      *
      *****************************************
      * CERTIFICADO DO INSCRITO APROVADO      *
      *****************************************
       ROM-CERTIFICA.
           MOVE INSRM TO RM
           READ CADNOTA
           IF ST-ERRO NOT = "00"
              GO TO ROM-CERTIFICA-FIM.
           IF TURMA NOT = W-CURSO OR SITUACAO NOT = "APROVADO"
              GO TO ROM-CERTIFICA-FIM.
           MOVE INSCHAPA   TO CERCHAPA
           MOVE W-CURSO    TO CERCURSO
           MOVE W-EMISSAO  TO CEREMISSAO
           MOVE W-VALIDADE TO CERVALIDADE
           MOVE INSRM      TO CERRM
           MOVE W-TURMA    TO CERTURMA
           MOVE NOTAMEDIA  TO CERMEDIA
           WRITE REGCERT
           IF ST-ERRO = "22"
              GO TO ROM-CERTIFICA-FIM.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCERT"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCERT"
              GO TO ROM-CERTIFICA-FIM.
           ADD 1 TO W-TOTCERT
           MOVE FUNCNOME    TO WS-CERNOME
           MOVE INSCHAPA    TO WS-CERCHAPA
           MOVE W-CURSO     TO WS-CERCURSO
           MOVE W-DESCRCUR  TO WS-CERDESCR
           MOVE W-TURMA     TO WS-CERTURMA
           MOVE W-EMIDIA    TO WS-CEREMIDIA
           MOVE W-EMIMES    TO WS-CEREMIMES
           MOVE W-EMIANO    TO WS-CEREMIANO
           MOVE NOTAMEDIA   TO WS-CERMEDIA
           MOVE W-INSTRUTOR TO WS-CERINSTR
           MOVE WS-CERTRACO TO REGCERTCURSO
           WRITE REGCERTCURSO
           MOVE WS-CERT1    TO REGCERTCURSO
           WRITE REGCERTCURSO
           MOVE SPACES      TO REGCERTCURSO
           WRITE REGCERTCURSO
           MOVE WS-CERT2    TO REGCERTCURSO
           WRITE REGCERTCURSO
           MOVE WS-CERT3    TO REGCERTCURSO
           WRITE REGCERTCURSO
           MOVE WS-CERT4    TO REGCERTCURSO
           WRITE REGCERTCURSO
           IF W-VALIDADE = ZEROS
              MOVE WS-CERT5S TO REGCERTCURSO
           ELSE
              MOVE W-VALDIA TO WS-CERVALDIA
              MOVE W-VALMES TO WS-CERVALMES
              MOVE W-VALANO TO WS-CERVALANO
              MOVE SPACES   TO REGCERTCURSO
              MOVE WS-CERT5 TO REGCERTCURSO.
           WRITE REGCERTCURSO
           MOVE SPACES      TO REGCERTCURSO
           MOVE WS-CERT6    TO REGCERTCURSO
           WRITE REGCERTCURSO
           MOVE WS-CERTRACO TO REGCERTCURSO
           WRITE REGCERTCURSO
           MOVE SPACES      TO REGCERTCURSO
           WRITE REGCERTCURSO.
       ROM-CERTIFICA-FIM.
           EXIT.
      *
       ROM-FIM.
           MOVE W-TOTINSC   TO WS-RODINSC
           MOVE SPACES    TO REGRELTURMA
           MOVE WS-RODAPE TO REGRELTURMA
           WRITE REGRELTURMA
           IF W-OPCERT = "S"
              MOVE W-TOTCERT  TO WS-RODCERT
              MOVE SPACES     TO REGRELTURMA
              MOVE WS-RODAPE2 TO REGRELTURMA
              WRITE REGRELTURMA
              CLOSE CADCERT CERTCURSO
              DISPLAY "CERTIFICADOS EMITIDOS: " W-TOTCERT
                      " (CERTCURSO.DAT)".
           COMPUTE W-CTLGRAV = W-TOTSEM + W-TOTCERT
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           IF W-CTLLIDOS < W-CTLGRAV
              MOVE ZEROS TO W-CTLPULADOS.
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE CADINSCR CADFUNC CADNOTA RELTURMA
