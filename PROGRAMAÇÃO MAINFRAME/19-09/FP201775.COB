       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201775.
       AUTHOR. LEONARDO.
      **************************************
      * CANDIDATOS DA REQUISICAO (CADCANDID) *
      **************************************
      * CANDIDATOS POR REQUISICAO DE PESSOAL
      * (CADREQ, FP201774), COM O CPF CONFERIDO PELO
      * DL103 E O ENDERECO NO FORMATO DO CADENDER.
      * SO ENTRA CANDIDATO EM REQUISICAO APROVADA (A).
      * ETAPA:     T = TRIAGEM      E = ENTREVISTA
      *            S = TESTE        O = OFERTA
      * RESULTADO: A = EM ANDAMENTO C = CONTRATADO
      *            R = REPROVADO    D = DESISTIU
      * CONTRATADO SO NA ETAPA OFERTA; A CONTRATACAO
      * FECHA A REQUISICAO (F, COM A DATA) E O
      * CANDIDATO FICA A ESPERA DA ADMISSAO NO
      * FP201613, QUE PUXA NOME, CPF, DEPTO E CARGO,
      * GRAVA O ENDERECO NO CADENDER E ANOTA A CHAPA
      * NO CANDIDATO E NA REQUISICAO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCANDID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNDCHAVE
                    FILE STATUS  IS ST-ERRO.

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
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCANDID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCANDID.DAT".
       01 REGCAND.
                03 CNDCHAVE.
                   05 CNDREQ         PIC 9(05).
                   05 CNDSEQ         PIC 9(02).
                03 CNDNOME           PIC X(35).
                03 CNDCPF            PIC 9(11).
                03 CNDLOGRADOURO     PIC X(40).
                03 CNDNUMERO         PIC X(06).
                03 CNDBAIRRO         PIC X(20).
                03 CNDCIDADE         PIC X(20).
                03 CNDUF             PIC X(02).
                03 CNDCEP            PIC 9(08).
                03 CNDTELEFONE       PIC X(15).
                03 CNDEMAIL          PIC X(40).
                03 CNDETAPA          PIC X(01).
                03 CNDRESULT         PIC X(01).
                03 CNDDTRESULT       PIC 9(06).
                03 CNDCHAPA          PIC 9(05).
                03 FILLER            PIC X(10).

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
                03 FILLER     PIC X(25).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-TECLA       PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201775".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-DL103-INV  PIC 9(01) VALUE ZEROS.
       77 W-SITREQ     PIC X(01) VALUE SPACES.
       77 W-OLDRESULT  PIC X(01) VALUE SPACES.
       77 OPTETAPA     PIC X(15) VALUE SPACES.
       77 OPTRESULT    PIC X(15) VALUE SPACES.
       01 WS-INFOREQ.
          03 FILLER      PIC X(06) VALUE "DEPTO ".
          03 WS-INFDEPTO PIC 9(03).
          03 FILLER      PIC X(07) VALUE " CARGO ".
          03 WS-INFCARGO PIC 9(03).
          03 FILLER      PIC X(10) VALUE " SITUACAO ".
          03 WS-INFSIT   PIC X(01).
       SCREEN SECTION.
       01  TELACAND.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "              CANDIDATOS DA REQUISICAO".
           05  LINE 05  COLUMN 01
               VALUE  "           REQUISICAO:".
           05  LINE 05  COLUMN 31
               VALUE  "SEQ:".
           05  LINE 07  COLUMN 01
               VALUE  "           NOME:".
           05  LINE 09  COLUMN 01
               VALUE  "           CPF:".
           05  LINE 11  COLUMN 01
               VALUE  "           LOGRADOURO:".
           05  LINE 12  COLUMN 01
               VALUE  "           NUMERO:".
           05  LINE 12  COLUMN 31
               VALUE  "BAIRRO:".
           05  LINE 13  COLUMN 01
               VALUE  "           CIDADE:".
           05  LINE 13  COLUMN 45
               VALUE  "UF:".
           05  LINE 14  COLUMN 01
               VALUE  "           CEP:".
           05  LINE 14  COLUMN 31
               VALUE  "TELEFONE:".
           05  LINE 15  COLUMN 01
               VALUE  "           EMAIL:".
           05  LINE 17  COLUMN 01
               VALUE  "           ETAPA (T/E/S/O):".
           05  LINE 19  COLUMN 01
               VALUE  "           RESULTADO (A/C/R/D):".
           05  LINE 21  COLUMN 01
               VALUE  "           DATA DO RESULTADO:".
           05  LINE 21  COLUMN 41
               VALUE  "CHAPA ADMITIDA:".
           05  TCNDREQ
               LINE 05  COLUMN 24  PIC 9(05)
               USING  CNDREQ
               HIGHLIGHT.
           05  TCNDSEQ
               LINE 05  COLUMN 36  PIC 9(02)
               USING  CNDSEQ
               HIGHLIGHT.
           05  TCNDNOME
               LINE 07  COLUMN 18  PIC X(35)
               USING  CNDNOME
               HIGHLIGHT.
           05  TCNDCPF
               LINE 09  COLUMN 17  PIC 9(11)
               USING  CNDCPF
               HIGHLIGHT.
           05  TCNDLOGRADOURO
               LINE 11  COLUMN 24  PIC X(40)
               USING  CNDLOGRADOURO
               HIGHLIGHT.
           05  TCNDNUMERO
               LINE 12  COLUMN 20  PIC X(06)
               USING  CNDNUMERO
               HIGHLIGHT.
           05  TCNDBAIRRO
               LINE 12  COLUMN 39  PIC X(20)
               USING  CNDBAIRRO
               HIGHLIGHT.
           05  TCNDCIDADE
               LINE 13  COLUMN 20  PIC X(20)
               USING  CNDCIDADE
               HIGHLIGHT.
           05  TCNDUF
               LINE 13  COLUMN 49  PIC X(02)
               USING  CNDUF
               HIGHLIGHT.
           05  TCNDCEP
               LINE 14  COLUMN 17  PIC 9(08)
               USING  CNDCEP
               HIGHLIGHT.
           05  TCNDTELEFONE
               LINE 14  COLUMN 41  PIC X(15)
               USING  CNDTELEFONE
               HIGHLIGHT.
           05  TCNDEMAIL
               LINE 15  COLUMN 19  PIC X(40)
               USING  CNDEMAIL
               HIGHLIGHT.
           05  TCNDETAPA
               LINE 17  COLUMN 29  PIC X(01)
               USING  CNDETAPA
               HIGHLIGHT.
           05  TCNDRESULT
               LINE 19  COLUMN 33  PIC X(01)
               USING  CNDRESULT
               HIGHLIGHT.
           05  TCNDDTRESULT
               LINE 21  COLUMN 31  PIC 9(06)
               FROM   CNDDTRESULT.
           05  TCNDCHAPA
               LINE 21  COLUMN 57  PIC 9(05)
               FROM   CNDCHAPA.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADCANDID
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADCANDID
                      CLOSE CADCANDID
                      MOVE "*** ARQUIVO CADCANDID SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADCANDID"
                                                       TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-OP1.
      *    SEM REQUISICAO NAO HA CANDIDATO
           OPEN I-O CADREQ
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADREQ" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCANDID
              GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO MENS
              MOVE MENS TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCANDID CADREQ
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO CNDREQ CNDSEQ CNDCPF CNDCEP
                               CNDDTRESULT CNDCHAPA
                MOVE SPACES TO CNDNOME CNDLOGRADOURO CNDNUMERO
                               CNDBAIRRO CNDCIDADE CNDUF CNDTELEFONE
                               CNDEMAIL CNDETAPA CNDRESULT W-SITREQ.
                DISPLAY TELACAND.
       INC-002.
                ACCEPT TCNDREQ
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADCANDID CADREQ CADFUNC
                   GO TO ROT-FIM.
                IF CNDREQ = ZEROS
                   MOVE "*** REQUISICAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE CNDREQ TO REQNUM
                READ CADREQ
                IF ST-ERRO NOT = "00"
                   MOVE "*** REQUISICAO NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE REQSITUACAO TO W-SITREQ WS-INFSIT
                MOVE REQDEPTO    TO WS-INFDEPTO
                MOVE REQCARGO    TO WS-INFCARGO
                DISPLAY (05, 41) WS-INFOREQ.
       INC-002A.
                ACCEPT TCNDSEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF CNDSEQ = ZEROS
                   MOVE "*** SEQUENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       LER-CAND01.
                MOVE 0 TO W-SEL
                READ CADCANDID
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE CNDRESULT TO W-OLDRESULT
                      DISPLAY TELACAND
                      DISPLAY (05, 41) WS-INFOREQ
                      PERFORM MOSTRA-OPT THRU MOSTRA-OPT-FIM
                      MOVE "*** CANDIDATO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADCANDID" TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                IF W-SITREQ NOT = "A"
                   MOVE "*** REQUISICAO NAO ESTA EM ABERTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "T" TO CNDETAPA
                MOVE "A" TO CNDRESULT
                MOVE "A" TO W-OLDRESULT.
       INC-003.
                ACCEPT TCNDNOME
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                IF CNDNOME = SPACES
                   MOVE "*** NOME INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TCNDCPF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF CNDCPF = ZEROS
                   MOVE "*** CPF INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                CALL "DL103" USING CNDCPF W-DL103-INV
                IF W-DL103-INV = 1
                   MOVE "*** CPF COM DIGITO INVALIDO ***" TO MENS
                   MOVE ZEROS TO CNDCPF
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
      *         EX-FUNCIONARIO (D) PODE SER RECONTRATADO
                MOVE CNDCPF TO CPF
                READ CADFUNC KEY IS CPF
                IF ST-ERRO = "00" AND ESTATUS NOT = "D"
                   MOVE "*** CPF JA E DE FUNCIONARIO DO QUADRO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TCNDLOGRADOURO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF CNDLOGRADOURO = SPACES
                   MOVE "*** LOGRADOURO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TCNDNUMERO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
       INC-007.
                ACCEPT TCNDBAIRRO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
       INC-008.
                ACCEPT TCNDCIDADE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF CNDCIDADE = SPACES
                   MOVE "*** CIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT TCNDUF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF CNDUF = SPACES
                   MOVE "*** UF INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-010.
                ACCEPT TCNDCEP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
       INC-011.
                ACCEPT TCNDTELEFONE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
       INC-012.
                ACCEPT TCNDEMAIL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
       INC-013.
                ACCEPT TCNDETAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
                IF CNDETAPA = "t" MOVE "T" TO CNDETAPA.
                IF CNDETAPA = "e" MOVE "E" TO CNDETAPA.
                IF CNDETAPA = "s" MOVE "S" TO CNDETAPA.
                IF CNDETAPA = "o" MOVE "O" TO CNDETAPA.
                IF CNDETAPA NOT = "T" AND "E" AND "S" AND "O"
                   MOVE "*** ETAPA: T, E, S OU O ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-013.
                PERFORM MOSTRA-OPT THRU MOSTRA-OPT-FIM.
       INC-014.
                ACCEPT TCNDRESULT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-013.
                IF CNDRESULT = "a" MOVE "A" TO CNDRESULT.
                IF CNDRESULT = "c" MOVE "C" TO CNDRESULT.
                IF CNDRESULT = "r" MOVE "R" TO CNDRESULT.
                IF CNDRESULT = "d" MOVE "D" TO CNDRESULT.
                IF CNDRESULT NOT = "A" AND "C" AND "R" AND "D"
                   MOVE "*** RESULTADO: A, C, R OU D ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-014.
                IF CNDRESULT = "C" AND CNDETAPA NOT = "O"
                   MOVE "*** SO CONTRATA NA ETAPA OFERTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-014.
                IF CNDRESULT NOT = W-OLDRESULT
                   IF CNDRESULT = "A"
                      MOVE ZEROS TO CNDDTRESULT
                   ELSE
                      ACCEPT CNDDTRESULT FROM DATE.
                DISPLAY TCNDDTRESULT.
                PERFORM MOSTRA-OPT THRU MOSTRA-OPT-FIM.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-014.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCAND
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      IF CNDRESULT = "C"
                         PERFORM FECHA-REQ THRU FECHA-REQ-FIM
                         GO TO INC-001
                      ELSE
                         GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** CANDIDATO JA EXISTE ***    " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCANDID"
                                                       TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 03
                   GO TO INC-002.
                IF CNDRESULT = "C"
                   MOVE "*** CANDIDATO CONTRATADO - NAO ALTERA ***"
                                                  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-SITREQ NOT = "A"
                   MOVE "*** REQUISICAO ENCERRADA - NAO ALTERA ***"
                                                  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-ACT = 02
                   MOVE 1 TO W-SEL
                   GO TO INC-003.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADCANDID RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                MOVE MENS TO W-DL101-OPER
                CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                   ST-ERRO
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-014.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCAND
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   IF CNDRESULT = "C"
                      PERFORM FECHA-REQ THRU FECHA-REQ-FIM
                      GO TO INC-001
                   ELSE
                      GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADCANDID" TO MENS
                MOVE MENS TO W-DL101-OPER
                CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                   ST-ERRO
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * CONTRATACAO - FECHA A REQUISICAO COMO *
      * PREENCHIDA NA DATA DO RESULTADO       *
      *****************************************
       FECHA-REQ.
           MOVE CNDREQ TO REQNUM
           READ CADREQ
           IF ST-ERRO NOT = "00"
              GO TO FECHA-REQ-ERRO.
           MOVE "F"         TO REQSITUACAO
           MOVE CNDDTRESULT TO REQDTFECHA
           REWRITE REGREQ
           IF ST-ERRO NOT = "00"
              GO TO FECHA-REQ-ERRO.
           MOVE "*** REQUISICAO PREENCHIDA - FAZER A ADMISSAO ***"
                                            TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO FECHA-REQ-FIM.
       FECHA-REQ-ERRO.
           MOVE "ERRO NO FECHAMENTO DA REQUISICAO CADREQ" TO MENS
           MOVE MENS TO W-DL101-OPER
           CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                              ST-ERRO
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       FECHA-REQ-FIM.
           EXIT.
      *
       MOSTRA-OPT.
           IF CNDETAPA = "T"
              MOVE "TRIAGEM" TO OPTETAPA
           ELSE IF CNDETAPA = "E"
              MOVE "ENTREVISTA" TO OPTETAPA
           ELSE IF CNDETAPA = "S"
              MOVE "TESTE" TO OPTETAPA
           ELSE IF CNDETAPA = "O"
              MOVE "OFERTA" TO OPTETAPA
           ELSE
              MOVE SPACES TO OPTETAPA.
           IF CNDRESULT = "A"
              MOVE "EM ANDAMENTO" TO OPTRESULT
           ELSE IF CNDRESULT = "C"
              MOVE "CONTRATADO" TO OPTRESULT
           ELSE IF CNDRESULT = "R"
              MOVE "REPROVADO" TO OPTRESULT
           ELSE IF CNDRESULT = "D"
              MOVE "DESISTIU" TO OPTRESULT
           ELSE
              MOVE SPACES TO OPTRESULT.
           DISPLAY (17, 32) OPTETAPA
           DISPLAY (19, 36) OPTRESULT.
       MOSTRA-OPT-FIM.
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
