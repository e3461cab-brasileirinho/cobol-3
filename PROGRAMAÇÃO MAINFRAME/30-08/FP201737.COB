       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201737.
       AUTHOR. LEONARDO.
      **************************************
      * MANUTENCAO DA TABELA DE RUBRICAS   *
      **************************************
      * CADASTRO DAS RUBRICAS DA FOLHA (CADRUBRICA):
      * CODIGO, DESCRICAO, TIPO (P=PROVENTO,
      * D=DESCONTO, I=INFORMATIVA) E INCIDENCIA DE
      * INSS, IRRF E FGTS. FAIXAS DE CODIGO:
      *   001-099 PROVENTOS CALCULADOS PELO FP201615
      *   100-199 DESCONTOS CALCULADOS PELO FP201615
      *   200-899 RUBRICAS LIVRES (LANCAMENTOS)
      *   900-999 INFORMATIVAS (BASES DE CALCULO)
      * AS RUBRICAS DO SISTEMA SAO CARREGADAS NA
      * ABERTURA (AS QUE JA EXISTEM NAO SAO TOCADAS)
      * E NAO PODEM SER EXCLUIDAS
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRUBRICA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUBCODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRUBRICA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUBRICA.DAT".
       01 REGRUBRICA.
                03 RUBCODIGO        PIC 9(03).
                03 RUBDESCR         PIC X(25).
                03 RUBTIPO          PIC X(01).
                03 RUBINSS          PIC X(01).
                03 RUBIRRF          PIC X(01).
                03 RUBFGTS          PIC X(01).
                03 FILLER           PIC X(18).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-TECLA       PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201737".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-IND        PIC 9(02) COMP VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      *    RUBRICAS DO SISTEMA (CODIGO/DESCRICAO/TIPO/INSS/IRRF/FGTS)
       01 TABRUB.
          03 FILLER PIC X(32) VALUE
             "001SALARIO                  PSSS".
          03 FILLER PIC X(32) VALUE
             "002HORAS EXTRAS/ADIC.NOTURNOPSSS".
          03 FILLER PIC X(32) VALUE
             "003FERIAS DO MES            PSSS".
          03 FILLER PIC X(32) VALUE
             "004RETROATIVO DE DISSIDIO   PSSS".
          03 FILLER PIC X(32) VALUE
             "005SALARIO-FAMILIA          PNNN".
          03 FILLER PIC X(32) VALUE
             "006ADICIONAL INSALUBRIDADE  PSSS".
          03 FILLER PIC X(32) VALUE
             "007ADICIONAL PERICULOSIDADE PSSS".
          03 FILLER PIC X(32) VALUE
             "008COMISSOES                PSSS".
          03 FILLER PIC X(32) VALUE
             "009DSR S/ COMISSOES         PSSS".
          03 FILLER PIC X(32) VALUE
             "101DESCONTO INSS            DNNN".
          03 FILLER PIC X(32) VALUE
             "102DESCONTO IRRF            DNNN".
          03 FILLER PIC X(32) VALUE
             "103OUTROS DESCONTOS         DNNN".
          03 FILLER PIC X(32) VALUE
             "104BENEFICIOS               DNNN".
          03 FILLER PIC X(32) VALUE
             "105EMPRESTIMO CONSIGNADO    DNNN".
          03 FILLER PIC X(32) VALUE
             "106PENSAO ALIMENTICIA       DNNN".
          03 FILLER PIC X(32) VALUE
             "107VALE-TRANSPORTE          DNNN".
          03 FILLER PIC X(32) VALUE
             "108ADIANTAMENTO SALARIAL    DNNN".
          03 FILLER PIC X(32) VALUE
             "109CONTRIB. ASSISTENCIAL    DNNN".
          03 FILLER PIC X(32) VALUE
             "110FALTAS INJUSTIFICADAS    DNNN".
          03 FILLER PIC X(32) VALUE
             "111DSR S/ FALTAS            DNNN".
          03 FILLER PIC X(32) VALUE
             "113SUSPENSAO DISCIPLINAR    DNNN".
          03 FILLER PIC X(32) VALUE
             "901BASE DE CALCULO INSS     INNN".
          03 FILLER PIC X(32) VALUE
             "902BASE DE CALCULO FGTS     INNN".
       01 TABRUBR REDEFINES TABRUB.
          03 TABRUB-ITEM OCCURS 23 TIMES.
             05 TABRUB-COD    PIC 9(03).
             05 TABRUB-DESCR  PIC X(25).
             05 TABRUB-TIPO   PIC X(01).
             05 TABRUB-INSS   PIC X(01).
             05 TABRUB-IRRF   PIC X(01).
             05 TABRUB-FGTS   PIC X(01).
       SCREEN SECTION.
       01  TELARUBRICA.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "                   TABELA DE RUBRICAS DA F".
           05  LINE 03  COLUMN 44
               VALUE  "OLHA".
           05  LINE 06  COLUMN 01
               VALUE  "           CODIGO:".
           05  LINE 08  COLUMN 01
               VALUE  "           DESCRICAO:".
           05  LINE 10  COLUMN 01
               VALUE  "           TIPO (P/D/I):".
           05  LINE 12  COLUMN 01
               VALUE  "           INCIDE INSS (S/N):".
           05  LINE 13  COLUMN 01
               VALUE  "           INCIDE IRRF (S/N):".
           05  LINE 14  COLUMN 01
               VALUE  "           INCIDE FGTS (S/N):".
           05  TRUBCODIGO
               LINE 06  COLUMN 19  PIC 9(03)
               USING  RUBCODIGO
               HIGHLIGHT.
           05  TRUBDESCR
               LINE 08  COLUMN 22  PIC X(25)
               USING  RUBDESCR
               HIGHLIGHT.
           05  TRUBTIPO
               LINE 10  COLUMN 26  PIC X(01)
               USING  RUBTIPO
               HIGHLIGHT.
           05  TRUBINSS
               LINE 12  COLUMN 31  PIC X(01)
               USING  RUBINSS
               HIGHLIGHT.
           05  TRUBIRRF
               LINE 13  COLUMN 31  PIC X(01)
               USING  RUBIRRF
               HIGHLIGHT.
           05  TRUBFGTS
               LINE 14  COLUMN 31  PIC X(01)
               USING  RUBFGTS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADRUBRICA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADRUBRICA
                      CLOSE CADRUBRICA
                      MOVE "*** ARQUIVO ARQ CADRUBRICA CRIADO   **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADRUBRICA"
                                                       TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           PERFORM CARGA-PADRAO THRU CARGA-PADRAO-FIM.
       INC-001.
                MOVE ZEROS TO RUBCODIGO
                MOVE SPACES TO RUBDESCR RUBTIPO
                MOVE "S" TO RUBINSS RUBIRRF RUBFGTS.
                DISPLAY TELARUBRICA.
       INC-002.
                ACCEPT TRUBCODIGO
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADRUBRICA
                   GO TO ROT-FIM.
                IF RUBCODIGO = ZEROS
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-RUBRICA1.
                MOVE 0 TO W-SEL
                READ CADRUBRICA
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELARUBRICA
                      MOVE "*** RUBRICA JA CADASTRADA  ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADRUBRICA" TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       INC-003.
                ACCEPT TRUBDESCR
                IF RUBDESCR = SPACES
                   MOVE "*** DESCRICAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
       INC-004.
                ACCEPT TRUBTIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF RUBTIPO = "p"
                   MOVE "P" TO RUBTIPO.
                IF RUBTIPO = "d"
                   MOVE "D" TO RUBTIPO.
                IF RUBTIPO = "i"
                   MOVE "I" TO RUBTIPO.
                IF RUBTIPO NOT = "P" AND "D" AND "I"
                   MOVE "*** TIPO: P=PROVENTO D=DESCONTO I=INFORM. ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
      *    SO PROVENTO TEM INCIDENCIA DE ENCARGOS
                IF RUBTIPO NOT = "P"
                   MOVE "N" TO RUBINSS RUBIRRF RUBFGTS
                   DISPLAY TELARUBRICA
                   GO TO INC-008.
       INC-005.
                ACCEPT TRUBINSS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF RUBINSS = "s"
                   MOVE "S" TO RUBINSS.
                IF RUBINSS = "n"
                   MOVE "N" TO RUBINSS.
                IF RUBINSS NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TRUBIRRF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF RUBIRRF = "s"
                   MOVE "S" TO RUBIRRF.
                IF RUBIRRF = "n"
                   MOVE "N" TO RUBIRRF.
                IF RUBIRRF NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT TRUBFGTS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF RUBFGTS = "s"
                   MOVE "S" TO RUBFGTS.
                IF RUBFGTS = "n"
                   MOVE "N" TO RUBFGTS.
                IF RUBFGTS NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGRUBRICA
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** RUBRICA JA EXISTE ***       "
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADRUBRICA"
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
                IF W-ACT = 02
                   MOVE 1 TO W-SEL
                   GO TO INC-003.
                IF W-ACT = 03
                   GO TO INC-002.
      *    RUBRICA CALCULADA PELA FOLHA NAO PODE SER EXCLUIDA
                IF RUBCODIGO < 200 OR RUBCODIGO > 899
                   MOVE "*** RUBRICA DO SISTEMA - NAO PODE EXCLUIR ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
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
                DELETE CADRUBRICA RECORD
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
                IF W-ACT = 02 GO TO INC-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGRUBRICA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADRUBRICA" TO MENS
                MOVE MENS TO W-DL101-OPER
                CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                   ST-ERRO
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * CARGA DAS RUBRICAS DO SISTEMA - GRAVA *
      * SO AS QUE AINDA NAO EXISTEM (AS JA    *
      * CADASTRADAS MANTEM O QUE O OPERADOR   *
      * ALTEROU)                              *
      *****************************************
       CARGA-PADRAO.
                MOVE ZEROS TO W-IND.
       CARGA-PADRAO-LOOP.
                ADD 1 TO W-IND
                IF W-IND > 23
                   GO TO CARGA-PADRAO-FIM.
                MOVE SPACES           TO REGRUBRICA
                MOVE TABRUB-COD (W-IND)   TO RUBCODIGO
                MOVE TABRUB-DESCR (W-IND) TO RUBDESCR
                MOVE TABRUB-TIPO (W-IND)  TO RUBTIPO
                MOVE TABRUB-INSS (W-IND)  TO RUBINSS
                MOVE TABRUB-IRRF (W-IND)  TO RUBIRRF
                MOVE TABRUB-FGTS (W-IND)  TO RUBFGTS
                WRITE REGRUBRICA
                IF ST-ERRO NOT = "00" AND "02" AND "22"
                   MOVE "ERRO NA CARGA DAS RUBRICAS DO SISTEMA"
                                                       TO MENS
                   MOVE MENS TO W-DL101-OPER
                   CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                      ST-ERRO
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CARGA-PADRAO-FIM.
                GO TO CARGA-PADRAO-LOOP.
       CARGA-PADRAO-FIM.
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
