      * MANUTENCAO DE TURMAS DE TREINAMENTO (CADTURMA) *
      **************************************
      * AGENDA DAS TURMAS POR CURSO: NUMERO DA
      * TURMA, DATAS (DL100), INSTRUTOR (CODIGO DO
      * CADINSTR, FP201787 - O NOME E COPIADO PARA
      * A TURMA), CAPACIDADE E CARGA HORARIA, BASE
      * DO CUSTO DA TURMA NO FP201789. AS
      * INSCRICOES SAEM PELO FP201731 (COM LISTA
      * DE ESPERA) E O
      * ROMANEIO/SEMEADURA DO CADNOTA PELO FP201732
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TURCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADINSTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ITRCODIGO
                    FILE STATUS  IS W-STITR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-TECLA       PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-STITR      PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201730".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
           05  LINE 10  COLUMN 01
               VALUE  "           FIM    (DD MM AAAA):".
           05  LINE 12  COLUMN 01
               VALUE  "           INSTRUTOR (CODIGO):".
           05  LINE 14  COLUMN 01
               VALUE  "           CAPACIDADE (VAGAS):".
           05  LINE 16  COLUMN 01
               VALUE  "           CARGA HORARIA (HORAS):".
           05  TTURCURSO
               LINE 05  COLUMN 29  PIC X(05)
               USING  TURCURSO
               LINE 10  COLUMN 39  PIC 9(04)
               USING  ANO OF TURFIM
               HIGHLIGHT.
           05  TTURCODINSTR
               LINE 12  COLUMN 32  PIC 9(05)
               USING  TURCODINSTR
               HIGHLIGHT.
           05  TTURINSTRUTOR
               LINE 12  COLUMN 39  PIC X(25)
               USING  TURINSTRUTOR.
           05  TTURCAPAC
               LINE 14  COLUMN 32  PIC 9(03)
               USING  TURCAPAC
               HIGHLIGHT.
           05  TTURHORAS
               LINE 16  COLUMN 35  PIC 9(03)
               USING  TURHORAS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
           OPEN INPUT CADINSTR
           IF W-STITR NOT = "00"
              IF W-STITR = "30"
                 OPEN OUTPUT CADINSTR
                 CLOSE CADINSTR
                 GO TO INC-OP1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQ CADINSTR" TO MENS
                 MOVE MENS TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    W-STITR
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE CADTURMA
                 GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO TURNUM TURINICIO TURFIM TURCAPAC
                               TURCODINSTR TURHORAS
                MOVE SPACES TO TURCURSO TURINSTRUTOR.
                DISPLAY TELATURMA.
       INC-002.
                ACCEPT TTURCURSO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADTURMA CADINSTR
                   GO TO ROT-FIM.
                IF TURCURSO = SPACES
                   MOVE "*** CURSO INVALIDO ***" TO MENS
       LER-TURMA01.
                MOVE 0 TO W-SEL
                READ CADTURMA
                IF ST-ERRO = "00" AND TURCODINSTR NOT NUMERIC
                   MOVE ZEROS TO TURCODINSTR.
                IF ST-ERRO = "00" AND TURHORAS NOT NUMERIC
                   MOVE ZEROS TO TURHORAS.
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELATURMA
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TTURCODINSTR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE TURCODINSTR TO ITRCODIGO
                READ CADINSTR
                IF W-STITR NOT = "00"
                   MOVE "*** INSTRUTOR NAO CADASTRADO (CADINSTR) ***"
                                                  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE ITRNOME TO TURINSTRUTOR
                DISPLAY TTURINSTRUTOR.
       INC-006.
                ACCEPT TTURCAPAC
                ACCEPT W-ACT FROM ESCAPE KEY
                   MOVE "*** CAPACIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT TTURHORAS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF TURHORAS = ZEROS
                   MOVE "*** CARGA HORARIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
