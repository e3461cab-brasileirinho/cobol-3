                    ALTERNATE RECORD KEY IS ESTCHAPA
                               WITH DUPLICATES.

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

           SELECT CADENDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENDCHAPA
                    FILE STATUS  IS ST-ERRO.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                03 FUNCESCOLARIDADE PIC 9(01).
                03 FUNCEMPRESA PIC 9(02).
                03 FUNCTIPOCONTR PIC X(01).
                03 FUNCSEXO   PIC X(01).
                03 FUNCRACA   PIC 9(01).
                03 FUNCPCD    PIC X(01).
                03 FUNCTIPODEF PIC 9(01).
                03 FILLER     PIC X(01).

       FD CADEPTO
               LABEL RECORD IS STANDARD
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 TRFEMPANT         PIC 9(02).
                03 TRFEMPNOVO        PIC 9(02).
                03 FILLER            PIC X(09).

       FD CADSESSAO
               LABEL RECORD IS STANDARD
                   05 ANO     PIC 9(04).
                03 FILLER            PIC X(08).

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

       FD CADENDER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENDER.DAT".
       01 REGENDER.
                03 ENDCHAPA          PIC 9(05).
                03 ENDLOGRADOURO     PIC X(40).
                03 ENDNUMERO         PIC X(06).
                03 ENDBAIRRO         PIC X(20).
                03 ENDCIDADE         PIC X(20).
                03 ENDUF             PIC X(02).
                03 ENDCEP            PIC 9(08).
                03 ENDTELEFONE       PIC X(15).
                03 ENDEMAIL          PIC X(40).
                03 ENDPIS            PIC 9(11).
                03 FILLER            PIC X(09).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-NUMMOV     PIC 9(02) VALUE ZEROS.
       77 W-OLDDEPTO   PIC 9(03) VALUE ZEROS.
       77 W-OLDESTATUS PIC X(01) VALUE SPACES.
       77 W-OLDSAL     PIC 9(06)V99 VALUE ZEROS.
       77 W-SALPEND    PIC X(01) VALUE "N".
       77 W-NUMTRANSF  PIC 9(02) VALUE ZEROS.
       77 W-CMPNASC    PIC 9(08) VALUE ZEROS.
       77 W-CMPADM     PIC 9(08) VALUE ZEROS.
       77 W-EMPRESA    PIC 9(02) VALUE 01.
       77 W-TEMVAGAS   PIC X(01) VALUE "N".
       77 W-TEMFAIXA   PIC X(01) VALUE "N".
       77 W-SIND       PIC 9(03) VALUE ZEROS.
       77 W-PISO       PIC 9(06)V99 VALUE ZEROS.
       77 W-CONTRIB    PIC 9(02)V99 VALUE ZEROS.
       77 W-SALMES     PIC 9(08)V99 VALUE ZEROS.
       77 W-TEMESTAB   PIC X(01) VALUE "N".
       77 W-ESTAVEL    PIC 9(01) VALUE ZEROS.
       77 W-PERFIL     PIC X(01) VALUE SPACES.
       77 W-CNTCARGO   PIC 9(03) VALUE ZEROS.
       77 W-CPF-DUP    PIC X(01) VALUE "N".
       77 W-DL103-INV  PIC 9(01) VALUE ZEROS.
       77 W-TEMCAND    PIC X(01) VALUE "N".
       77 W-ADMCAND    PIC X(01) VALUE "N".
       77 W-DL117-FALTA PIC 9(02) VALUE ZEROS.
       77 W-DL117-TIPO PIC X(03) VALUE SPACES.
       01 W-MSGDOC.
          03 FILLER       PIC X(34) VALUE
             "*** CARGO EXIGE DOCUMENTO VALIDO: ".
          03 W-MSGDOCTIPO PIC X(03).
          03 FILLER       PIC X(04) VALUE " ***".
       77 W-CANDREQ    PIC 9(05) VALUE ZEROS.
       01 W-CANDCHAVE  PIC X(07) VALUE SPACES.
       01 W-REGFUNC-SAVE PIC X(118).
       01 W-DL114-FUNCAO PIC X(01) VALUE "G".
       01 W-DL114-CHAPA  PIC 9(05) VALUE ZEROS.
       01 W-DL114-EVENTO PIC X(01) VALUE SPACES.
       01 W-DL114-QTDE   PIC 9(03) VALUE ZEROS.
       01 OPTESTCIVIL  PIC X(15) VALUE SPACES.
       01 OPTESTATUS   PIC X(15) VALUE SPACES.
       01 OPTRACA      PIC X(15) VALUE SPACES.
       01 OPTTIPODEF   PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
      
       SCREEN SECTION
               VALUE  "TA DEMISSAO:".
           05  LINE 16  COLUMN 01
               VALUE  "     STATUS:".
           05  LINE 16  COLUMN 31
               VALUE  "SEXO:".
           05  LINE 16  COLUMN 41
               VALUE  "RACA/COR:".
           05  LINE 17  COLUMN 01
               VALUE  "     PCD (S/N):".
           05  LINE 17  COLUMN 31
               VALUE  "TIPO DEFICIENCIA:".
           05  LINE 11  COLUMN 01
               VALUE  "     ESCOLARIDADE:".
           05  TELACHAPA
               LINE 11  COLUMN 20  PIC 9(01)
               USING  FUNCESCOLARIDADE
               HIGHLIGHT.
           05  TELAFUNCSEXO
               LINE 16  COLUMN 37  PIC X(01)
               USING  FUNCSEXO
               HIGHLIGHT.
           05  TELAFUNCRACA
               LINE 16  COLUMN 51  PIC 9(01)
               USING  FUNCRACA
               HIGHLIGHT.
           05  TELAFUNCPCD
               LINE 17  COLUMN 17  PIC X(01)
               USING  FUNCPCD
               HIGHLIGHT.
           05  TELAFUNCTIPODEF
               LINE 17  COLUMN 49  PIC 9(01)
               USING  FUNCTIPODEF
               HIGHLIGHT.

      *-----------------------------------------------------------------

           ELSE
              MOVE "N" TO W-TEMESTAB.

      *    CANDIDATO CONTRATADO NA REQUISICAO DE PESSOAL
      *    (FP201774/FP201775) - SEM OS ARQUIVOS A
      *    ADMISSAO SEGUE SEM CANDIDATO
       INC-OP3H.
           MOVE "N" TO W-TEMCAND
           OPEN I-O CADCANDID
           IF ST-ERRO NOT = "00"
              GO TO INC-X.
           OPEN I-O CADREQ
           IF ST-ERRO NOT = "00"
              CLOSE CADCANDID
              GO TO INC-X.
       INC-OP3I.
           OPEN I-O CADENDER
           IF ST-ERRO = "30"
              OPEN OUTPUT CADENDER
              CLOSE CADENDER
              GO TO INC-OP3I.
           IF ST-ERRO NOT = "00"
              CLOSE CADCANDID CADREQ
              GO TO INC-X.
           MOVE "S" TO W-TEMCAND.

       INC-X.
           ACCEPT CODIGODEPTO
           ACCEPT W-ACT FROM ESCAPE KEY
                      MOVE SALARIOBASE TO FUNCSALBASE
                      DISPLAY TELACADFUNC.
           PERFORM VERIFICA-FAIXA THRU VERIFICA-FAIXA-FIM
           IF W-DL100-INV = 1
              GO TO INC-Y.
           PERFORM VERIFICA-PISO THRU VERIFICA-PISO-FIM
           IF W-DL100-INV = 1
              GO TO INC-Y.
           MOVE FUNCDEPTO TO W-CNTDEPTO
           EXIT.
      *
      *****************************************
      * PISO SALARIAL DO SINDICATO (DL110)    *
      * HORISTA = 220 HORAS, DIARISTA = 30    *
      * DIAS; TAREFA/COMISSAO E ESTAGIARIO    *
      * NAO TEM PISO MENSAL A COMPARAR        *
      *****************************************
       VERIFICA-PISO.
           MOVE ZEROS TO W-DL100-INV
           IF FUNCTIPOCONTR = "E"
              GO TO VERIFICA-PISO-FIM.
           CALL "DL110" USING FUNCDEPTO FUNCCARGO W-SIND W-PISO
                              W-CONTRIB
           IF W-SIND = ZEROS OR W-PISO = ZEROS
              GO TO VERIFICA-PISO-FIM.
           IF FUNCTIPOSAL = "M"
              MOVE FUNCSALBASE TO W-SALMES
           ELSE IF FUNCTIPOSAL = "H"
              COMPUTE W-SALMES = FUNCSALBASE * 220
           ELSE IF FUNCTIPOSAL = "D"
              COMPUTE W-SALMES = FUNCSALBASE * 30
           ELSE
              GO TO VERIFICA-PISO-FIM.
           IF W-SALMES < W-PISO
              MOVE 1 TO W-DL100-INV
              MOVE "*** SALARIO ABAIXO DO PISO DO SINDICATO ***"
                                                    TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VERIFICA-PISO-FIM.
           EXIT.
      *
      *****************************************
      * DOCUMENTOS EXIGIDOS PELO CARGO (DL117)*
      * SO AVISA - O DOCUMENTO E REGISTRADO   *
      * DEPOIS NO FP201797                    *
      *****************************************
       VERIFICA-DOCS.
           CALL "DL117" USING CHAPA FUNCCARGO W-DL117-FALTA
                              W-DL117-TIPO
           IF W-DL117-FALTA = ZEROS
              GO TO VERIFICA-DOCS-FIM.
           MOVE W-DL117-TIPO TO W-MSGDOCTIPO
           MOVE W-MSGDOC     TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VERIFICA-DOCS-FIM.
           EXIT.
      *
      *****************************************
      * QUADRO DE VAGAS - CONTA ATIVOS E      *
      * PEDE LIBERACAO QUANDO EXCEDIDO        *
      *****************************************
       GRAVA-HIST-FIM.
           EXIT.

       GRAVA-ACESSO.
      *    CHAPA EXISTENTE MOSTRADA NA TELA (COM SALARIO)
      *    FICA REGISTRADA NO CADACESSO (DL115)
           CALL "DL115" USING W-DL101-PROG CHAPA W-OPERADOR.
       GRAVA-ACESSO-FIM.
           EXIT.

       CONTA-MOV.
           MOVE ZEROS TO W-NUMMOV
           MOVE CHAPA TO MOVCHAPA
           MOVE W-SYSDIA      TO DIA OF TRFDATA
           MOVE W-SYSMES      TO MES OF TRFDATA
           MOVE W-SYSANO      TO ANO OF TRFDATA
           MOVE ZEROS         TO TRFEMPANT TRFEMPNOVO
           WRITE REGTRANSF.
       GRAVA-TRANSF-FIM.
           EXIT.
      *
      *****************************************
      * CHECKLIST DO EVENTO (DL114) -         *
      * ADMISSAO OU REATIVACAO, DEMISSAO E    *
      * TRANSFERENCIA DE DEPARTAMENTO         *
      *****************************************
       GRAVA-CHKLIST.
           MOVE SPACES TO W-DL114-EVENTO
           IF ESTATUS = "D" AND W-OLDESTATUS NOT = "D"
              MOVE "D" TO W-DL114-EVENTO
           ELSE
           IF ESTATUS = "A" AND W-OLDESTATUS = "D"
              MOVE "A" TO W-DL114-EVENTO
           ELSE
           IF FUNCDEPTO NOT = W-OLDDEPTO
              MOVE "T" TO W-DL114-EVENTO.
           IF W-DL114-EVENTO = SPACES
              GO TO GRAVA-CHKLIST-FIM.
       GERA-CHKLIST.
           MOVE "G"   TO W-DL114-FUNCAO
           MOVE CHAPA TO W-DL114-CHAPA
           CALL "DL114" USING W-DL114-FUNCAO W-DL114-CHAPA
                              W-DL114-EVENTO W-DL114-QTDE.
       GRAVA-CHKLIST-FIM.
           EXIT.

       INC-001.
                PERFORM LIBERA-REG THRU LIBERA-REG-FIM.
                MOVE ZEROS TO CHAPA CPF DATANASC NUMFIL DATAADM.
                MOVE ZEROS TO DATADEM.
                MOVE ZEROS TO FUNCDEPTO FUNCCARGO FUNCSALBASE FUNCCDC.
                MOVE ZEROS TO FUNCESCOLARIDADE FUNCRACA FUNCTIPODEF.
                MOVE SPACES TO NOME RG ESTCIVIL ESTATUS FUNCTIPOSAL.
                MOVE SPACES TO FUNCSEXO.
                MOVE "N" TO FUNCPCD.
                MOVE "N" TO W-ADMCAND.
      *         CONTRATO PADRAO CLT - O FP201735 MUDA
      *         PARA APRENDIZ/ESTAGIARIO/PRAZO
                MOVE "C" TO FUNCTIPOCONTR.
           GO TO BUSCA-NOME-FIM.
       BUSCA-NOME-SEL.
           DISPLAY TELACADFUNC
           PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
           MOVE DATAADM TO W-OLDADM
           MOVE DATADEM TO W-OLDDEM
           MOVE FUNCDEPTO TO W-OLDDEPTO
           MOVE ESTATUS TO W-OLDESTATUS
           MOVE FUNCSALBASE TO W-OLDSAL
           MOVE 1 TO W-SEL
           GO TO ACE-000.
       BUSCA-NOME-FIM.
           EXIT.

      *****************************************
      * CANDIDATO CONTRATADO E AINDA NAO      *
      * ADMITIDO DA REQUISICAO W-CANDREQ      *
      *****************************************
       BUSCA-CAND.
           MOVE "N"       TO W-ADMCAND
           MOVE W-CANDREQ TO CNDREQ
           MOVE ZEROS     TO CNDSEQ
           START CADCANDID KEY NOT < CNDCHAVE
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-CAND-NAO.
       BUSCA-CAND-LOOP.
           READ CADCANDID NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-CAND-NAO.
           IF CNDREQ NOT = W-CANDREQ
              GO TO BUSCA-CAND-NAO.
           IF CNDRESULT NOT = "C" OR CNDCHAPA NOT = ZEROS
              GO TO BUSCA-CAND-LOOP.
           MOVE "S"      TO W-ADMCAND
           MOVE CNDCHAVE TO W-CANDCHAVE
           MOVE CNDNOME  TO NOME
           MOVE CNDCPF   TO CPF
           MOVE W-CANDREQ TO REQNUM
           READ CADREQ
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-CAND-FIM.
           MOVE REQDEPTO TO FUNCDEPTO CODIGODEPTO
           MOVE REQCARGO TO FUNCCARGO CODIGO
           READ CADEPTO
           IF ST-ERRO = "00"
              MOVE CENTRODECUSTO TO FUNCCDC.
           READ CADCARGO
           IF ST-ERRO = "00"
              MOVE TIPOSALARIO TO FUNCTIPOSAL
              MOVE SALARIOBASE TO FUNCSALBASE.
      *    MESMAS CRITICAS DA DIGITACAO DO CARGO (INC-X/INC-Y)
           PERFORM VERIFICA-FAIXA THRU VERIFICA-FAIXA-FIM
           IF W-DL100-INV = 1
              GO TO BUSCA-CAND-REJ.
           PERFORM VERIFICA-PISO THRU VERIFICA-PISO-FIM
           IF W-DL100-INV = 1
              GO TO BUSCA-CAND-REJ.
           MOVE FUNCDEPTO TO W-CNTDEPTO
           MOVE ZEROS     TO W-CNTCARGO
           PERFORM VERIFICA-VAGAS THRU VERIFICA-VAGAS-FIM
           IF W-OPCAO = "N"
              GO TO BUSCA-CAND-REJ.
           MOVE FUNCCARGO TO W-CNTCARGO
           PERFORM VERIFICA-VAGAS THRU VERIFICA-VAGAS-FIM
           IF W-OPCAO = "N"
              GO TO BUSCA-CAND-REJ.
           GO TO BUSCA-CAND-FIM.
       BUSCA-CAND-REJ.
           MOVE "N"    TO W-ADMCAND
           MOVE SPACES TO NOME FUNCTIPOSAL
           MOVE ZEROS  TO CPF FUNCDEPTO FUNCCARGO FUNCSALBASE FUNCCDC
           GO TO BUSCA-CAND-FIM.
       BUSCA-CAND-NAO.
           MOVE "*** NENHUM CANDIDATO CONTRATADO A ADMITIR ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       BUSCA-CAND-FIM.
           EXIT.
      *
      *****************************************
      * ADMISSAO DO CANDIDATO GRAVADA - ENDERECO *
      * NO CADENDER E CHAPA NO CANDIDATO E NA *
      * REQUISICAO                            *
      *****************************************
       GRAVA-CAND.
           IF W-ADMCAND NOT = "S"
              GO TO GRAVA-CAND-FIM.
           MOVE "N" TO W-ADMCAND
           MOVE W-CANDCHAVE TO CNDCHAVE
           READ CADCANDID
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-CAND-FIM.
           MOVE CHAPA TO CNDCHAPA
           REWRITE REGCAND
           MOVE CHAPA         TO ENDCHAPA
           MOVE CNDLOGRADOURO TO ENDLOGRADOURO
           MOVE CNDNUMERO     TO ENDNUMERO
           MOVE CNDBAIRRO     TO ENDBAIRRO
           MOVE CNDCIDADE     TO ENDCIDADE
           MOVE CNDUF         TO ENDUF
           MOVE CNDCEP        TO ENDCEP
           MOVE CNDTELEFONE   TO ENDTELEFONE
           MOVE CNDEMAIL      TO ENDEMAIL
           MOVE ZEROS         TO ENDPIS
           WRITE REGENDER
           IF ST-ERRO = "22"
              REWRITE REGENDER.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADENDER"
                                              TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO.
           MOVE CNDREQ TO REQNUM
           READ CADREQ
           IF ST-ERRO = "00"
              MOVE CHAPA TO REQCHAPA
              REWRITE REGREQ.
       GRAVA-CAND-FIM.
           EXIT.

       VERIFICA-CPF.
           MOVE CHAPA  TO W-CHAPA-SAVE
           MOVE REGFUNC TO W-REGFUNC-SAVE
                      MOVE DATADEM TO W-OLDDEM
                      MOVE FUNCDEPTO TO W-OLDDEPTO
                      MOVE ESTATUS TO W-OLDESTATUS
                      MOVE FUNCSALBASE TO W-OLDSAL
                      DISPLAY TELACADFUNC
                      PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
                      MOVE "*** CHAPA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
      *
      *         CHAPA NOVA - ADMISSAO DE CANDIDATO CONTRATADO
      *         NA REQUISICAO (FP201775) PUXA NOME, CPF, DEPTO
      *         E CARGO; O ENDERECO VAI PARA O CADENDER NA
      *         GRAVACAO
       INC-002C.
                MOVE "N" TO W-ADMCAND
                IF W-TEMCAND NOT = "S"
                   GO TO INC-003.
                MOVE ZEROS TO W-CANDREQ
                DISPLAY (23, 12) "REQUISICAO DO CANDIDATO (0=NAO HA): "
                ACCEPT (23, 49) W-CANDREQ
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (23, 12) LIMPA
                IF W-ACT = 02 GO TO INC-002.
                IF W-CANDREQ = ZEROS
                   GO TO INC-003.
                PERFORM BUSCA-CAND THRU BUSCA-CAND-FIM
                IF W-ADMCAND NOT = "S"
                   GO TO INC-002C.
                DISPLAY TELACADFUNC.

       INC-003.
                ACCEPT TELANOME
                   PERFORM INC-011A THRU INC-011A-FIM.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                GO TO INC-012.
       INC-011A.
                DISPLAY (18, 01) "*** INFORME A DATA DE REATIVACAO ***"
                ACCEPT TELADATAADM
                DISPLAY TELADATADEM.
       INC-011A-FIM.
                EXIT.
      *
      *         SEXO E RACA/COR - BASE DO RELATORIO DE
      *         IGUALDADE SALARIAL (FP201766)
       INC-012.
                ACCEPT TELAFUNCSEXO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
                IF FUNCSEXO = "m" MOVE "M" TO FUNCSEXO.
                IF FUNCSEXO = "f" MOVE "F" TO FUNCSEXO.
                IF FUNCSEXO NOT = "M" AND FUNCSEXO NOT = "F"
                   MOVE "*** SEXO: M=MASCULINO F=FEMININO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE SPACES TO FUNCSEXO
                   GO TO INC-012.
       INC-013.
                ACCEPT TELAFUNCRACA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
                IF FUNCRACA = 1
                   MOVE "1 - BRANCA" TO OPTRACA
                ELSE IF FUNCRACA = 2
                   MOVE "2 - PRETA" TO OPTRACA
                ELSE IF FUNCRACA = 3
                   MOVE "3 - PARDA" TO OPTRACA
                ELSE IF FUNCRACA = 4
                   MOVE "4 - AMARELA" TO OPTRACA
                ELSE IF FUNCRACA = 5
                   MOVE "5 - INDIGENA" TO OPTRACA
                ELSE IF FUNCRACA = 6
                   MOVE "6 - NAO INFORM" TO OPTRACA
                ELSE
                   MOVE "*** RACA/COR DE 1 A 6 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO FUNCRACA
                   GO TO INC-013.
                DISPLAY (16, 53) OPTRACA.
      *
      *         PESSOA COM DEFICIENCIA E TIPO - COTA DA
      *         LEI 8.213 ART. 93 (DL113 / FP201767)
       INC-014.
                ACCEPT TELAFUNCPCD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-013.
                IF FUNCPCD = "s" MOVE "S" TO FUNCPCD.
                IF FUNCPCD = "n" OR FUNCPCD = SPACE
                   MOVE "N" TO FUNCPCD.
                IF FUNCPCD NOT = "S" AND FUNCPCD NOT = "N"
                   MOVE "*** PCD: DIGITE S=SIM OU N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "N" TO FUNCPCD
                   GO TO INC-014.
                IF FUNCPCD = "N"
                   MOVE ZEROS  TO FUNCTIPODEF
                   MOVE SPACES TO OPTTIPODEF
                   DISPLAY TELAFUNCTIPODEF
                   DISPLAY (17, 51) OPTTIPODEF
                   GO TO INC-015-FIM.
       INC-015.
                ACCEPT TELAFUNCTIPODEF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-014.
                IF FUNCTIPODEF = 1
                   MOVE "1 - FISICA" TO OPTTIPODEF
                ELSE IF FUNCTIPODEF = 2
                   MOVE "2 - AUDITIVA" TO OPTTIPODEF
                ELSE IF FUNCTIPODEF = 3
                   MOVE "3 - VISUAL" TO OPTTIPODEF
                ELSE IF FUNCTIPODEF = 4
                   MOVE "4 - INTELECTUAL" TO OPTTIPODEF
                ELSE IF FUNCTIPODEF = 5
                   MOVE "5 - MULTIPLA" TO OPTTIPODEF
                ELSE IF FUNCTIPODEF = 6
                   MOVE "6 - REABILITADO INSS" TO OPTTIPODEF
                ELSE
                   MOVE "*** TIPO DE DEFICIENCIA DE 1 A 6 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO FUNCTIPODEF
                   GO TO INC-015.
                DISPLAY (17, 51) OPTTIPODEF.
       INC-015-FIM.
                IF W-SEL = 1 GO TO INC-016.
                PERFORM VERIFICA-DOCS THRU VERIFICA-DOCS-FIM
                GO TO INC-OPC.
      *
      *         SALARIO BASE NA ALTERACAO - MUDANCA ACIMA DA
      *         ALCADA OU FORA DA FAIXA FICA PENDENTE (DL118)
       INC-016.
                ACCEPT TELAFUNCSALBASE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-014.
                IF FUNCSALBASE = ZEROS
                   MOVE "*** SALARIO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE W-OLDSAL TO FUNCSALBASE
                   GO TO INC-016.
                PERFORM VERIFICA-PISO THRU VERIFICA-PISO-FIM
                IF W-DL100-INV = 1
                   GO TO INC-016.
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                MOVE W-EMPRESA TO FUNCEMPRESA
                WRITE REGFUNC
                IF ST-ERRO = "00" OR "02"
                      PERFORM GRAVA-CAND THRU GRAVA-CAND-FIM
                      MOVE "A" TO W-DL114-EVENTO
                      PERFORM GERA-CHKLIST THRU GRAVA-CHKLIST-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE "N" TO W-SALPEND
                IF FUNCSALBASE NOT = W-OLDSAL
                   CALL "DL118" USING CHAPA FUNCCARGO W-OLDSAL
                                      FUNCSALBASE W-DL101-PROG
                                      W-OPERADOR W-SALPEND.
                IF W-SALPEND = "S" OR "E"
                   MOVE W-OLDSAL TO FUNCSALBASE.
                REWRITE REGFUNC
                IF ST-ERRO = "00" OR "02"
                   MOVE "A" TO W-HISTTIPO
                   PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
                   PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
                   PERFORM GRAVA-TRANSF THRU GRAVA-TRANSF-FIM
                   PERFORM GRAVA-CHKLIST THRU GRAVA-CHKLIST-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   IF W-SALPEND = "E"
                      MOVE "*** ERRO NO PEDIDO - SALARIO NAO ALTERADO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                   ELSE IF W-SALPEND = "S"
                      MOVE "*** ALTERADO - SALARIO PENDENTE APROVACAO"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                   ELSE
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO CADFUNC"   TO MENS
                MOVE MENS TO W-DL101-OPER
                CALL "DL101" USING W-DL101-PROG W-DL101-OPER
