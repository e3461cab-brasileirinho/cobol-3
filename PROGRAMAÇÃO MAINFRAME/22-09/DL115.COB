       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL115.
       AUTHOR. LEONARDO.
      **************************************
      * ROTINA DE REGISTRO DE ACESSO A DADOS *
      * DE SALARIO E DADOS PESSOAIS         *
      **************************************
      * GRAVA NO CADACESSO UM REGISTRO A CADA VEZ QUE
      * UMA CONSULTA MOSTRA SALARIO OU DADOS PESSOAIS
      * DE UMA CHAPA: CHAPA, DATA, HORA, OPERADOR E
      * PROGRAMA. NO ESTILO DO DL106: ABRE, GRAVA E
      * FECHA. OPERADOR EM BRANCO = O DA SESSAO
      * (CADSESSAO), COMO NO DL107. DUAS GRAVACOES
      * NO MESMO CENTESIMO AVANCAM A HORA DA SEGUNDA.
      * CONSULTA NO FP201782, VOLUME POR OPERADOR NO
      * FP201783
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADACESSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACSCHAVE
                    FILE STATUS  IS W-STACS
                    ALTERNATE RECORD KEY IS ACSOPER
                               WITH DUPLICATES.

           SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS W-STSES.
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

       FD CADSESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESSAO.DAT".
       01 REGSESSAO.
                03 SESOPERADOR       PIC X(08).
                03 SESPERFIL         PIC X(01).
                03 FILLER            PIC X(11).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-STACS      PIC X(02) VALUE "00".
       77 W-STSES      PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-TENTA      PIC 9(02) VALUE ZEROS.
       01 W-HOJEACS    PIC 9(06) VALUE ZEROS.
       01 W-HORAACS    PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 DL115-PROG     PIC X(08).
       01 DL115-CHAPA    PIC 9(05).
       01 DL115-OPER     PIC X(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING DL115-PROG DL115-CHAPA DL115-OPER.
       ACS-000.
           ACCEPT W-HOJEACS FROM DATE
           ACCEPT W-HORAACS FROM TIME
           MOVE DL115-OPER TO W-OPERADOR
           IF W-OPERADOR NOT = SPACES
              GO TO ACS-010.
       ACS-005.
           OPEN INPUT CADSESSAO
           IF W-STSES = "00"
              READ CADSESSAO
              IF W-STSES = "00"
                 MOVE SESOPERADOR TO W-OPERADOR
                 CLOSE CADSESSAO
              ELSE
                 CLOSE CADSESSAO.
       ACS-010.
           OPEN I-O CADACESSO
           IF W-STACS NOT = "00"
              IF W-STACS = "30"
                 OPEN OUTPUT CADACESSO
                 CLOSE CADACESSO
                 GO TO ACS-010
              ELSE
                 GO TO ACS-FIM.
           MOVE ZEROS TO W-TENTA.
      *
       ACS-020.
           MOVE SPACES      TO REGACESSO
           MOVE DL115-CHAPA TO ACSCHAPA
           MOVE W-HOJEACS   TO ACSDATA
           MOVE W-HORAACS   TO ACSHORA
           MOVE W-OPERADOR  TO ACSOPER
           MOVE DL115-PROG  TO ACSPROG
           WRITE REGACESSO
           IF W-STACS = "22"
              ADD 1 TO W-TENTA
              IF W-TENTA < 50
                 ADD 1 TO W-HORAACS
                 GO TO ACS-020.
           CLOSE CADACESSO.
       ACS-FIM.
           EXIT PROGRAM.
