       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201757.
       AUTHOR. LEONARDO.
      **************************************
      * MANUTENCAO DOS PROCESSOS TRABALHISTAS (CADPROC) *
      **************************************
      * PROCESSO POR CHAPA E SEQUENCIA - INCLUSIVE DE
      * FUNCIONARIO JA NO ARQUIVO MORTO (CADFUNCARQ):
      * NUMERO DO PROCESSO, VARA/TRIBUNAL, PEDIDOS,
      * VALOR PEDIDO, RISCO (1=PROVAVEL 2=POSSIVEL
      * 3=REMOTA), SITUACAO (A=ABERTO E=ENCERRADO) E
      * ATE TRES AUDIENCIAS. O CENTRO DE CUSTO VEM DO
      * CADASTRO DO FUNCIONARIO. PROCESSO ABERTO
      * RETEM A CHAPA CONTRA ARQUIVAMENTO/EXPURGO
      * (DL112). PRCPROVCONT E A PROVISAO JA LANCADA
      * NA CONTABILIDADE PELO FP201758 - PROCESSO COM
      * PROVISAO NAO PODE SER EXCLUIDO, DEVE SER
      * ENCERRADO PARA O ESTORNO SAIR NO LANCTO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRCCHAVE
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

           SELECT FUNCARQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AQ-CHAPA
                    FILE STATUS  IS W-STARQ
                    ALTERNATE RECORD KEY IS AQ-NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS AQ-CPF
                               WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROC.DAT".
       01 REGPROC.
                03 PRCCHAVE.
                   05 PRCCHAPA       PIC 9(05).
                   05 PRCSEQ         PIC 9(02).
                03 PRCNUMERO         PIC X(25).
                03 PRCVARA           PIC X(30).
                03 PRCPEDIDOS        PIC X(60).
                03 PRCVALOR          PIC 9(09)V99.
                03 PRCRISCO          PIC 9(01).
                03 PRCSITUACAO       PIC X(01).
                03 PRCCDC            PIC 9(01).
                03 PRCAUDIENCIAS.
                   05 PRCAUD1.
                      07 DIA  PIC 9(02).
                      07 MES  PIC 9(02).
                      07 ANO  PIC 9(02).
                   05 PRCHORA1       PIC 9(04).
                   05 PRCAUD2.
                      07 DIA  PIC 9(02).
                      07 MES  PIC 9(02).
                      07 ANO  PIC 9(02).
                   05 PRCHORA2       PIC 9(04).
                   05 PRCAUD3.
                      07 DIA  PIC 9(02).
                      07 MES  PIC 9(02).
                      07 ANO  PIC 9(02).
                   05 PRCHORA3       PIC 9(04).
                03 PRCAUDTAB REDEFINES PRCAUDIENCIAS.
                   05 PRCAUDT OCCURS 3 TIMES.
                      07 PRCAUDDIA   PIC 9(02).
                      07 PRCAUDMES   PIC 9(02).
                      07 PRCAUDANO   PIC 9(02).
                      07 PRCAUDHORA  PIC 9(04).
                03 PRCPROVCONT       PIC 9(09)V99.
                03 FILLER            PIC X(20).

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

       FD FUNCARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNCARQ.DAT".
       01 AQ-REGFUNC.
                03 AQ-CHAPA          PIC 9(05).
                03 AQ-NOME           PIC X(35).
                03 AQ-CPF            PIC 9(11).
                03 FILLER            PIC X(57).
                03 AQ-CDC            PIC 9(01).
                03 FILLER            PIC X(09).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-TECLA       PIC X(01) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-STARQ      PIC X(02) VALUE "00".
       77 W-TEMARQ     PIC X(01) VALUE "N".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201757".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-DL100-ANO  PIC 9(04) VALUE ZEROS.
       77 W-DL100-INV  PIC 9(01) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-NOME       PIC X(35) VALUE SPACES.
       77 W-CDC        PIC 9(01) VALUE ZEROS.
       77 W-AUDINV     PIC 9(01) VALUE ZEROS.
       77 W-HORA       PIC 9(04) VALUE ZEROS.
       77 W-HH         PIC 9(02) VALUE ZEROS.
       77 W-MM         PIC 9(02) VALUE ZEROS.
       01 W-AUD.
          03 DIA       PIC 9(02).
          03 MES       PIC 9(02).
          03 ANO       PIC 9(02).
       SCREEN SECTION.
       01  TELAPROC.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "               PROCESSOS TRABALHISTAS".
           05  LINE 05  COLUMN 01
               VALUE  "           CHAPA DO FUNCIONARIO:".
           05  LINE 07  COLUMN 01
               VALUE  "           SEQUENCIA:".
           05  LINE 08  COLUMN 01
               VALUE  "           NUMERO DO PROCESSO:".
           05  LINE 09  COLUMN 01
               VALUE  "           VARA/TRIBUNAL:".
           05  LINE 10  COLUMN 01
               VALUE  "   PEDIDOS:".
           05  LINE 12  COLUMN 01
               VALUE  "           VALOR PEDIDO:".
           05  LINE 13  COLUMN 01
               VALUE  "   RISCO (1=PROVAVEL 2=POSSIVEL 3=REMOTA):".
           05  LINE 14  COLUMN 01
               VALUE  "           SITUACAO (A=ABERTO E=ENCERRADO):".
           05  LINE 15  COLUMN 01
               VALUE  "           CENTRO DE CUSTO:".
           05  LINE 15  COLUMN 40
               VALUE  "PROVISAO LANCADA:".
           05  LINE 17  COLUMN 01
               VALUE  "           AUDIENCIAS   DATA      HORA".
           05  LINE 18  COLUMN 01
               VALUE  "              1A:".
           05  LINE 19  COLUMN 01
               VALUE  "              2A:".
           05  LINE 20  COLUMN 01
               VALUE  "              3A:".
           05  TPRCCHAPA
               LINE 05  COLUMN 34  PIC 9(05)
               USING  PRCCHAPA
               HIGHLIGHT.
           05  TPRCSEQ
               LINE 07  COLUMN 23  PIC 9(02)
               USING  PRCSEQ
               HIGHLIGHT.
           05  TPRCNUMERO
               LINE 08  COLUMN 32  PIC X(25)
               USING  PRCNUMERO
               HIGHLIGHT.
           05  TPRCVARA
               LINE 09  COLUMN 27  PIC X(30)
               USING  PRCVARA
               HIGHLIGHT.
           05  TPRCPEDIDOS
               LINE 10  COLUMN 13  PIC X(60)
               USING  PRCPEDIDOS
               HIGHLIGHT.
           05  TPRCVALOR
               LINE 12  COLUMN 26  PIC ZZZ.ZZZ.ZZ9,99
               USING  PRCVALOR
               HIGHLIGHT.
           05  TPRCRISCO
               LINE 13  COLUMN 45  PIC 9(01)
               USING  PRCRISCO
               HIGHLIGHT.
           05  TPRCSITUACAO
               LINE 14  COLUMN 46  PIC X(01)
               USING  PRCSITUACAO
               HIGHLIGHT.
           05  TPRCCDC
               LINE 15  COLUMN 29  PIC 9(01)
               FROM   PRCCDC.
           05  TPRCPROVCONT
               LINE 15  COLUMN 58  PIC ZZZ.ZZZ.ZZ9,99
               FROM   PRCPROVCONT.
           05  TPRCAUD1
               LINE 18  COLUMN 24  PIC 99/99/99
               USING  PRCAUD1
               HIGHLIGHT.
           05  TPRCHORA1
               LINE 18  COLUMN 35  PIC 99B99
               USING  PRCHORA1
               HIGHLIGHT.
           05  TPRCAUD2
               LINE 19  COLUMN 24  PIC 99/99/99
               USING  PRCAUD2
               HIGHLIGHT.
           05  TPRCHORA2
               LINE 19  COLUMN 35  PIC 99B99
               USING  PRCHORA2
               HIGHLIGHT.
           05  TPRCAUD3
               LINE 20  COLUMN 24  PIC 99/99/99
               USING  PRCAUD3
               HIGHLIGHT.
           05  TPRCHORA3
               LINE 20  COLUMN 35  PIC 99B99
               USING  PRCHORA3
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADPROC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADPROC
                      CLOSE CADPROC
                      MOVE "*** ARQUIVO CADPROC SENDO CRIADO **"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADPROC"
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
              CLOSE CADPROC
              GO TO ROT-FIM.
       INC-OP2.
      *    ARQUIVO MORTO E OPCIONAL
           OPEN INPUT FUNCARQ
           IF W-STARQ = "00"
              MOVE "S" TO W-TEMARQ.
       INC-001.
                MOVE ZEROS  TO PRCCHAPA PRCSEQ PRCVALOR PRCRISCO
                               PRCCDC PRCAUDIENCIAS PRCPROVCONT
                MOVE SPACES TO PRCNUMERO PRCVARA PRCPEDIDOS
                MOVE "A"    TO PRCSITUACAO
                DISPLAY TELAPROC.
       INC-002.
                ACCEPT TPRCCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   PERFORM ROT-FECHA THRU ROT-FECHA-FIM
                   GO TO ROT-FIM.
                IF PRCCHAPA = 0
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE PRCCHAPA TO CHAPA
                READ CADFUNC
                IF ST-ERRO = "00"
                   MOVE NOME    TO W-NOME
                   MOVE FUNCCDC TO W-CDC
                   DISPLAY (05, 41) W-NOME
                   GO TO INC-002A.
                IF W-TEMARQ NOT = "S"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE PRCCHAPA TO AQ-CHAPA
                READ FUNCARQ
                IF W-STARQ NOT = "00"
                   MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE AQ-NOME TO W-NOME
                MOVE AQ-CDC  TO W-CDC
                DISPLAY (05, 41) W-NOME
                DISPLAY (06, 41) "(ARQUIVO MORTO)".
       INC-002A.
                ACCEPT TPRCSEQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF PRCSEQ = ZEROS
                   MOVE "*** SEQUENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002A.
       LER-PROC01.
                MOVE 0 TO W-SEL
                READ CADPROC
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAPROC
                      DISPLAY (05, 41) W-NOME
                      MOVE "*** PROCESSO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADPROC"   TO MENS
                      MOVE MENS TO W-DL101-OPER
                      CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                         ST-ERRO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   MOVE W-CDC TO PRCCDC
                   DISPLAY TPRCCDC.
       INC-003.
                ACCEPT TPRCNUMERO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002A.
                IF PRCNUMERO = SPACES
                   MOVE "*** INFORME O NUMERO DO PROCESSO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TPRCVARA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF PRCVARA = SPACES
                   MOVE "*** INFORME A VARA/TRIBUNAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TPRCPEDIDOS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF PRCPEDIDOS = SPACES
                   MOVE "*** INFORME OS PEDIDOS DO PROCESSO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TPRCVALOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF PRCVALOR = ZEROS
                   MOVE "*** VALOR PEDIDO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT TPRCRISCO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF PRCRISCO < 1 OR PRCRISCO > 3
                   MOVE "*** RISCO INVALIDO (1, 2 OU 3) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT TPRCSITUACAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF PRCSITUACAO = "a"
                   MOVE "A" TO PRCSITUACAO.
                IF PRCSITUACAO = "e"
                   MOVE "E" TO PRCSITUACAO.
                IF PRCSITUACAO NOT = "A" AND "E"
                   MOVE "*** SITUACAO INVALIDA (A OU E) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT TPRCAUD1
                ACCEPT TPRCHORA1
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                MOVE PRCAUD1  TO W-AUD
                MOVE PRCHORA1 TO W-HORA
                PERFORM VAL-AUD THRU VAL-AUD-FIM
                IF W-AUDINV = 1
                   GO TO INC-009.
       INC-010.
                ACCEPT TPRCAUD2
                ACCEPT TPRCHORA2
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                MOVE PRCAUD2  TO W-AUD
                MOVE PRCHORA2 TO W-HORA
                PERFORM VAL-AUD THRU VAL-AUD-FIM
                IF W-AUDINV = 1
                   GO TO INC-010.
       INC-011.
                ACCEPT TPRCAUD3
                ACCEPT TPRCHORA3
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                MOVE PRCAUD3  TO W-AUD
                MOVE PRCHORA3 TO W-HORA
                PERFORM VAL-AUD THRU VAL-AUD-FIM
                IF W-AUDINV = 1
                   GO TO INC-011.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE ZEROS TO PRCPROVCONT
                WRITE REGPROC
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** PROCESSO JA EXISTE ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPROC"
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
      *
       EXC-OPC.
                IF PRCPROVCONT NOT = ZEROS
                   MOVE "*** PROVISAO LANCADA - ENCERRE O PROCESSO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
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
                DELETE CADPROC RECORD
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
                IF W-ACT = 02 GO TO INC-011.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPROC
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADPROC"   TO MENS
                MOVE MENS TO W-DL101-OPER
                CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                   ST-ERRO
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * CRITICA DE UMA AUDIENCIA (W-AUD E     *
      * W-HORA). DATA ZERADA = SEM AUDIENCIA  *
      *****************************************
      *
       VAL-AUD.
                MOVE 0 TO W-AUDINV
                IF W-AUD = ZEROS
                   IF W-HORA NOT = ZEROS
                      MOVE "*** HORA SEM DATA DE AUDIENCIA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-AUDINV
                      GO TO VAL-AUD-FIM
                   ELSE
                      GO TO VAL-AUD-FIM.
                COMPUTE W-DL100-ANO = 2000 + ANO OF W-AUD
                CALL "DL100" USING DIA OF W-AUD MES OF W-AUD
                                    W-DL100-ANO W-DL100-INV
                IF W-DL100-INV = 1
                   MOVE "*** DATA DA AUDIENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO W-AUDINV
                   GO TO VAL-AUD-FIM.
                DIVIDE W-HORA BY 100 GIVING W-HH REMAINDER W-MM
                IF W-HH > 23 OR W-MM > 59
                   MOVE "*** HORA DA AUDIENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO W-AUDINV.
       VAL-AUD-FIM.
                EXIT.
      *
       ROT-FECHA.
                CLOSE CADPROC CADFUNC
                IF W-TEMARQ = "S"
                   CLOSE FUNCARQ.
       ROT-FECHA-FIM.
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
