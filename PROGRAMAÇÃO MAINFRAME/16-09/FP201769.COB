       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201769.
       AUTHOR. LEONARDO.
      **************************************
      * PROPOSTA DE ORCAMENTO DE PESSOAL DO ANO *
      **************************************
      * G = GERA UMA PROPOSTA PARA O ANO A PARTIR DA
      *     FOLHA: SALARIO MENSAL DOS ATIVOS DO
      *     CADFUNC, COM AS MUDANCAS PENDENTES DO
      *     CADAGENDA NAS SUAS COMPETENCIAS, O
      *     DISSIDIO INFORMADO (% E MES), O FIM DOS
      *     CONTRATOS DO CADCONTR (NADA DEPOIS DO MES
      *     DO FIM) E AS VAGAS EM ABERTO DO CADVAGAS
      *     (AUTORIZADAS - OCUPADAS, PELO SALARIO DO
      *     CARGO OU PELA MEDIA DO DEPARTAMENTO QUANDO
      *     O QUADRO E DO DEPARTAMENTO INTEIRO) A
      *     PARTIR DO MES PREVISTO. SOBRE O SALARIO
      *     ENTRAM AS PROVISOES DE 13 E FERIAS (1/12
      *     E 1/9, COMO NO FP201728) E OS ENCARGOS
      *     PATRONAIS DO CADPARAM (04 PATRONAL, 05
      *     RAT, 06 TERCEIROS E 19 FGTS). O CUSTO DE
      *     CADA CHAPA E RATEADO PELO CADRATEIO COM A
      *     REGRA DO FP201645. A PROPOSTA E GRAVADA NO
      *     CADORCA COMO NOVA VERSAO (01 EM DIANTE) EM
      *     RASCUNHO (ORCSITUACAO R) E IMPRESSA NO
      *     RELPROPOR
      * A = APROVA UMA VERSAO (SOMENTE PERFIL
      *     ADMINISTRADOR): O ORCAMENTO EM VIGOR DO ANO
      *     (VERSAO 00, O QUE O FP201728 COMPARA) E
      *     SUBSTITUIDO PELA PROPOSTA, QUE FICA MARCADA
      *     COMO APROVADA (A) COM O OPERADOR
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADORCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORCCHAVE
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

           SELECT CADRATEIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RATCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RATCHAPA
                               WITH DUPLICATES.

           SELECT CADAGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGDCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AGDCHAPA
                               WITH DUPLICATES.

           SELECT CADCONTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTRCHAPA
                    FILE STATUS  IS ST-ERRO.

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

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRMCODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT CUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCUSTO
                    FILE STATUS  IS ST-ERRO.

           SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT RELPROPOR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADORCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCA.DAT".
       01 REGORCA.
                03 ORCCHAVE.
                   05 ORCCDC         PIC 9(01).
                   05 ORCMES         PIC 9(02).
                   05 ORCANO         PIC 9(02).
                   05 ORCVERSAO      PIC 9(02).
                03 ORCVALOR          PIC 9(09)V99.
                03 ORCSITUACAO       PIC X(01).
                03 ORCOPERAPROV      PIC X(08).
                03 FILLER            PIC X(03).

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
                03 FUNCTIPOCONTR PIC X(01).
                03 FUNCSEXO   PIC X(01).
                03 FUNCRACA   PIC 9(01).
                03 FUNCPCD    PIC X(01).
                03 FUNCTIPODEF PIC 9(01).
                03 FILLER     PIC X(01).

       FD CADRATEIO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRATEIO.DAT".
       01 REGRATEIO.
                03 RATCHAVE.
                   05 RATCHAPA       PIC 9(05).
                   05 RATSEQ         PIC 9(02).
                03 RATCDC            PIC 9(01).
                03 RATPERC           PIC 9(03)V99.
                03 FILLER            PIC X(11).

       FD CADAGENDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGENDA.DAT".
       01 REGAGENDA.
                03 AGDCHAVE.
                   05 AGDCHAPA       PIC 9(05).
                   05 AGDMES         PIC 9(02).
                   05 AGDANO         PIC 9(02).
                03 AGDCARGO          PIC 9(03).
                03 AGDSALBASE        PIC 9(06)V99.
                03 AGDDEPTO          PIC 9(03).
                03 AGDSTATUS         PIC X(01).
                03 FILLER            PIC X(08).

       FD CADCONTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONTR.DAT".
       01 REGCONTR.
                03 CTRCHAPA          PIC 9(05).
                03 CTRTIPO           PIC X(01).
                03 CTRFIM.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 FILLER            PIC X(10).

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
                03 CODIGOCBO         PIC 9(06).
                03 FORMACAOPROF      PIC X(01).
                03 FILLER            PIC X(24).

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 PRMCODIGO         PIC 9(02).
                03 PRMDESCR          PIC X(25).
                03 PRMVALOR          PIC 9(06)V99.
                03 FILLER            PIC X(15).

       FD CUSTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCUSTO.DAT".
       01 REGCUSTO.
                03 CODCUSTO          PIC 9(01).
                03 DENOMCUSTO        PIC X(25).
                03 FILLER            PIC X(24).

       FD CADSESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESSAO.DAT".
       01 REGSESSAO.
                03 SESOPERADOR       PIC X(08).
                03 SESPERFIL         PIC X(01).
                03 FILLER            PIC X(11).

       FD RELPROPOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPROPOR.DAT".
       01 REGRELPROPOR PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201769".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-PERFIL      PIC X(01) VALUE SPACES.
       77 W-TEMAGD      PIC X(01) VALUE "N".
       77 W-TEMCTR      PIC X(01) VALUE "N".
       77 W-TEMVAG      PIC X(01) VALUE "N".
       77 W-TEMDEP      PIC X(01) VALUE "N".
       77 W-TEMCRG      PIC X(01) VALUE "N".
       77 W-TEMCDC      PIC X(01) VALUE "N".
       77 W-AA          PIC 9(02) VALUE ZEROS.
       77 W-ANO4        PIC 9(04) VALUE ZEROS.
       77 W-DISPERC     PIC 9(02)V99 VALUE ZEROS.
       77 W-DISMES      PIC 9(02) VALUE ZEROS.
       77 W-VAGMES      PIC 9(02) VALUE ZEROS.
       77 W-VERSAO      PIC 9(02) VALUE ZEROS.
       77 W-ACHOU       PIC X(01) VALUE "N".
       77 W-PERCPATR    PIC 9(02)V99 VALUE ZEROS.
       77 W-PERCRAT     PIC 9(02)V99 VALUE ZEROS.
       77 W-PERCTERC    PIC 9(02)V99 VALUE ZEROS.
       77 W-PERCFGTS    PIC 9(02)V99 VALUE ZEROS.
       77 W-PERCENC     PIC 9(03)V99 VALUE ZEROS.
       77 W-IND         PIC 9(02) COMP VALUE ZEROS.
       77 W-IND2        PIC 9(02) COMP VALUE ZEROS.
       77 W-IMES        PIC 9(02) COMP VALUE ZEROS.
       77 W-ULTMES      PIC 9(02) VALUE ZEROS.
       77 W-REFAGD      PIC 9(04) VALUE ZEROS.
       77 W-REFMAX      PIC 9(04) VALUE ZEROS.
       77 W-REFINI      PIC 9(04) VALUE ZEROS.
       77 W-SALATUAL    PIC 9(08)V99 VALUE ZEROS.
       77 W-SALAGD      PIC 9(08)V99 VALUE ZEROS.
       77 W-TIPOSAL     PIC X(01) VALUE SPACES.
       77 W-SALCONV     PIC 9(06)V99 VALUE ZEROS.
       77 W-SALMENS     PIC 9(08)V99 VALUE ZEROS.
       77 W-CUSTO       PIC 9(09)V99 VALUE ZEROS.
       77 W-DEPTO       PIC 9(03) VALUE ZEROS.
       77 W-CARGO       PIC 9(03) VALUE ZEROS.
       77 W-ATIVOS      PIC 9(05) VALUE ZEROS.
       77 W-ABERTAS     PIC S9(05) VALUE ZEROS.
       77 W-SOMASAL     PIC 9(10)V99 VALUE ZEROS.
       77 W-VAGCDC      PIC 9(01) VALUE ZEROS.
       77 W-RATCHAPA    PIC 9(05) VALUE ZEROS.
       77 W-RATCDC      PIC 9(01) VALUE ZEROS.
       77 W-RATVALOR    PIC 9(08)V99 VALUE ZEROS.
       77 W-RATPERC     PIC 9(04)V99 VALUE ZEROS.
       77 W-RATALOC     PIC 9(08)V99 VALUE ZEROS.
       77 W-RATPARTE    PIC 9(08)V99 VALUE ZEROS.
       77 W-RATULTIMO   PIC 9(02) COMP VALUE ZEROS.
       77 W-TOTFUNC     PIC 9(05) VALUE ZEROS.
       77 W-TOTCONTR    PIC 9(05) VALUE ZEROS.
       77 W-TOTAGD      PIC 9(05) VALUE ZEROS.
       77 W-TOTVAGAS    PIC 9(05) VALUE ZEROS.
       77 W-TOTSEMVAL   PIC 9(05) VALUE ZEROS.
       77 W-TOTANO      PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTCDC      PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTAPROV    PIC 9(05) VALUE ZEROS.
       77 W-TOTEXCL     PIC 9(05) VALUE ZEROS.
       77 W-CHAVESALVA  PIC X(07) VALUE SPACES.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       01 W-HOJE       PIC 9(06) VALUE ZEROS.
       01 W-HOJER REDEFINES W-HOJE.
          03 W-HOJEANO PIC 9(02).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
       01 TABPART.
          03 TABPART-VAL PIC 9(11)V99 OCCURS 10 TIMES.
      *    CUSTO MENSAL DA CHAPA OU DA VAGA EM PROJECAO
       01 TABCUSTO.
          03 TABCUSTO-MES PIC 9(09)V99 OCCURS 12 TIMES.
      *    PROPOSTA POR CENTRO DE CUSTO (0 A 9) E MES
       01 TABORC.
          03 TABORC-CDC OCCURS 10 TIMES.
             05 TABORC-MES PIC 9(11)V99 OCCURS 12 TIMES.
       01 WS-CAB1.
          03 FILLER       PIC X(40) VALUE
             "PROPOSTA DE ORCAMENTO DE PESSOAL - ANO ".
          03 WS-CABANO    PIC 9(02).
          03 FILLER       PIC X(10) VALUE "  VERSAO: ".
          03 WS-CABVER    PIC 9(02).
          03 FILLER       PIC X(14) VALUE "  (RASCUNHO)  ".
       01 WS-CAB2.
          03 FILLER       PIC X(10) VALUE "DISSIDIO: ".
          03 WS-CABDISP   PIC Z9,99.
          03 FILLER       PIC X(08) VALUE "% NO MES".
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-CABDISM   PIC 9(02).
          03 FILLER       PIC X(18) VALUE "   VAGAS A PARTIR ".
          03 WS-CABVAGM   PIC 9(02).
          03 FILLER       PIC X(13) VALUE "   ENCARGOS: ".
          03 WS-CABENC    PIC ZZ9,99.
          03 FILLER       PIC X(01) VALUE "%".
       01 WS-LINCDC.
          03 FILLER       PIC X(04) VALUE "CDC ".
          03 WS-LCCDC     PIC 9(01).
          03 FILLER       PIC X(03) VALUE " - ".
          03 WS-LCNOME    PIC X(25).
       01 WS-LINMES.
          03 FILLER       PIC X(08) VALUE "    MES ".
          03 WS-LMMES     PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-LMANO     PIC 9(02).
          03 FILLER       PIC X(03) VALUE SPACES.
          03 WS-LMVALOR   PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-LINTOT.
          03 FILLER       PIC X(19) VALUE "    TOTAL DO ANO   ".
          03 WS-LTVALOR   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-LINVAGA.
          03 FILLER       PIC X(10) VALUE "VAGA DEPTO".
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-LVDEPTO   PIC 9(03).
          03 FILLER       PIC X(07) VALUE " CARGO ".
          03 WS-LVCARGO   PIC 9(03).
          03 FILLER       PIC X(10) VALUE " ABERTAS: ".
          03 WS-LVQTDE    PIC ZZZ9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-LVOBS     PIC X(40).
       01 WS-RODAPE1.
          03 FILLER       PIC X(22) VALUE "FUNCIONARIOS ATIVOS: ".
          03 WS-RODFUNC   PIC ZZZZ9.
          03 FILLER       PIC X(24) VALUE "   CONTRATOS QUE ACABAM:".
          03 WS-RODCONTR  PIC ZZZZ9.
          03 FILLER       PIC X(22) VALUE "   MUDANCAS AGENDADAS:".
          03 WS-RODAGD    PIC ZZZZ9.
       01 WS-RODAPE2.
          03 FILLER       PIC X(22) VALUE "VAGAS ORCADAS:       ".
          03 WS-RODVAG    PIC ZZZZ9.
          03 FILLER       PIC X(24) VALUE "   VAGAS SEM VALOR:     ".
          03 WS-RODSEMV   PIC ZZZZ9.
          03 FILLER       PIC X(16) VALUE "   TOTAL ANO:  ".
          03 WS-RODTOT    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-SESSAO.
           OPEN INPUT CADSESSAO
           IF ST-ERRO = "00"
              READ CADSESSAO
              IF ST-ERRO = "00"
                 MOVE SESOPERADOR TO W-OPERADOR
                 MOVE SESPERFIL   TO W-PERFIL
                 CLOSE CADSESSAO
              ELSE
                 CLOSE CADSESSAO.
      *
       INC-ACE0.
           ACCEPT W-HOJE FROM DATE
           DISPLAY "PROPOSTA DE ORCAMENTO DE PESSOAL"
           DISPLAY "G=GERAR PROPOSTA  A=APROVAR PROPOSTA  F=FIM: "
           ACCEPT W-OPCAO
           IF W-OPCAO = "F" OR "f"
              GO TO ROT-FIM.
           IF W-OPCAO = "G" OR "g"
              MOVE "G" TO W-OPCAO
              GO TO INC-ACE1.
           IF W-OPCAO = "A" OR "a"
              MOVE "A" TO W-OPCAO
              GO TO INC-ACE1.
           DISPLAY "OPCAO INVALIDA"
           GO TO INC-ACE0.
       INC-ACE1.
           DISPLAY "ANO DO ORCAMENTO (AA, 00 = ANO SEGUINTE): "
           ACCEPT W-AA
           IF W-AA = ZEROS
              COMPUTE W-AA = W-HOJEANO + 1.
           IF W-OPCAO = "A"
              GO TO APR-INICIO.
       INC-ACE2.
           DISPLAY "PERCENTUAL DE DISSIDIO PREVISTO (99,99): "
           ACCEPT W-DISPERC
           MOVE ZEROS TO W-DISMES
           IF W-DISPERC = ZEROS
              GO TO INC-ACE3.
           DISPLAY "MES DO DISSIDIO (MM): "
           ACCEPT W-DISMES
           IF W-DISMES < 01 OR W-DISMES > 12
              DISPLAY "MES INVALIDO"
              GO TO INC-ACE2.
       INC-ACE3.
           DISPLAY "MES PREVISTO PARA PREENCHER AS VAGAS"
           DISPLAY "(MM, 00 = NAO ORCAR VAGAS): "
           ACCEPT W-VAGMES
           IF W-VAGMES > 12
              DISPLAY "MES INVALIDO"
              GO TO INC-ACE3.
      *
       INC-OP0.
           OPEN I-O CADORCA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADORCA
                 CLOSE CADORCA
                 GO TO INC-OP0
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQ CADORCA"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADORCA"
                 GO TO ROT-FIM.
       INC-OP1.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              CLOSE CADORCA
              GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADRATEIO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADRATEIO
                 CLOSE CADRATEIO
                 GO TO INC-OP2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQ CADRATEIO"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRATEIO"
                 CLOSE CADORCA CADFUNC
                 GO TO ROT-FIM.
       INC-OP3.
      *    ARQUIVOS OPCIONAIS: SEM ELES A PROJECAO
      *    SEGUE SEM O AJUSTE CORRESPONDENTE
           OPEN INPUT CADAGENDA
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMAGD.
           OPEN INPUT CADCONTR
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMCTR.
           OPEN INPUT CADVAGAS
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMVAG.
           OPEN INPUT CADEPTO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMDEP.
           OPEN INPUT CADCARGO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMCRG.
           OPEN INPUT CUSTO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMCDC.
      *    ENCARGOS PATRONAIS: 04 PATRONAL, 05 RAT,
      *    06 TERCEIROS (PADROES DO FP201687) E
      *    19 FGTS (PADRAO 8)
           MOVE 20   TO W-PERCPATR
           MOVE 2    TO W-PERCRAT
           MOVE 5,80 TO W-PERCTERC
           MOVE 8    TO W-PERCFGTS
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              GO TO INC-OP4.
           MOVE 04 TO PRMCODIGO
           READ CADPARAM
           IF ST-ERRO = "00"
              MOVE PRMVALOR TO W-PERCPATR.
           MOVE 05 TO PRMCODIGO
           READ CADPARAM
           IF ST-ERRO = "00"
              MOVE PRMVALOR TO W-PERCRAT.
           MOVE 06 TO PRMCODIGO
           READ CADPARAM
           IF ST-ERRO = "00"
              MOVE PRMVALOR TO W-PERCTERC.
           MOVE 19 TO PRMCODIGO
           READ CADPARAM
           IF ST-ERRO = "00" AND PRMVALOR > ZEROS
              MOVE PRMVALOR TO W-PERCFGTS.
           CLOSE CADPARAM.
       INC-OP4.
           OPEN OUTPUT RELPROPOR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ RELPROPOR"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELPROPOR"
              CLOSE CADORCA CADFUNC CADRATEIO
              GO TO ROT-FIM.
      *
           COMPUTE W-PERCENC = W-PERCPATR + W-PERCRAT + W-PERCTERC
                             + W-PERCFGTS
           COMPUTE W-ANO4    = 2000 + W-AA
           COMPUTE W-REFINI  = (W-AA * 100) + 1
           MOVE ZEROS TO TABORC
           PERFORM PRJ-VERSAO THRU PRJ-VERSAO-FIM
           IF W-VERSAO = ZEROS
              MOVE "LIMITE DE VERSOES DO ANO NO CADORCA"
                             TO W-DL101-OPER
              MOVE "99" TO ST-ERRO
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ANO JA TEM 99 VERSOES NO CADORCA"
              GO TO PRJ-FECHA.
           PERFORM PRJ-FUNC THRU PRJ-FUNC-FIM
           PERFORM PRJ-VAGAS THRU PRJ-VAGAS-FIM
           PERFORM PRJ-GRAVA THRU PRJ-GRAVA-FIM
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           MOVE W-TOTANO TO W-CTLVALOR
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           DISPLAY "PROPOSTA GRAVADA - VERSAO " W-VERSAO
           DISPLAY "APROVE PELA OPCAO A (ADMINISTRADOR)"
           GO TO PRJ-FECHA.
      *
      *****************************************
      * PROXIMA VERSAO LIVRE DO ANO NO        *
      * CADORCA (ZERO = NAO HA MAIS VERSAO)   *
      *****************************************
       PRJ-VERSAO.
           MOVE ZEROS TO W-VERSAO
           MOVE LOW-VALUES TO ORCCHAVE
           START CADORCA KEY NOT < ORCCHAVE
           IF ST-ERRO NOT = "00"
              GO TO PRJ-VERSAO-PROX.
       PRJ-VERSAO-LOOP.
           READ CADORCA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO PRJ-VERSAO-PROX.
           IF ORCANO = W-AA AND ORCVERSAO > W-VERSAO
              MOVE ORCVERSAO TO W-VERSAO.
           GO TO PRJ-VERSAO-LOOP.
       PRJ-VERSAO-PROX.
           IF W-VERSAO = 99
              MOVE ZEROS TO W-VERSAO
           ELSE
              ADD 1 TO W-VERSAO.
       PRJ-VERSAO-FIM.
           EXIT.
      *
      *****************************************
      * FUNCIONARIOS ATIVOS: SALARIO MES A    *
      * MES NO ANO DA PROPOSTA                *
      *****************************************
       PRJ-FUNC.
           MOVE LOW-VALUES TO CHAPA
           START CADFUNC KEY NOT < CHAPA
           IF ST-ERRO NOT = "00"
              GO TO PRJ-FUNC-FIM.
       PRJ-FUNC-LOOP.
           READ CADFUNC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO PRJ-FUNC-FIM.
           ADD 1 TO W-CTLLIDOS
           IF ESTATUS NOT = "A"
              GO TO PRJ-FUNC-LOOP.
           ADD 1 TO W-TOTFUNC
           MOVE FUNCTIPOSAL TO W-TIPOSAL
           MOVE FUNCSALBASE TO W-SALCONV
           PERFORM PRJ-MENSAL THRU PRJ-MENSAL-FIM
           MOVE W-SALMENS TO W-SALATUAL
           PERFORM PRJ-AGDANT THRU PRJ-AGDANT-FIM
           PERFORM PRJ-CONTRATO THRU PRJ-CONTRATO-FIM
           MOVE ZEROS TO TABCUSTO
           MOVE ZEROS TO W-IMES.
       PRJ-FUNC-MES.
           ADD 1 TO W-IMES
           IF W-IMES > W-ULTMES
              GO TO PRJ-FUNC-RATEIA.
           IF W-IMES = W-DISMES
              COMPUTE W-SALATUAL ROUNDED =
                      W-SALATUAL * (100 + W-DISPERC) / 100.
      *    MUDANCA AGENDADA PARA O MES PREVALECE
           IF W-TEMAGD = "S"
              MOVE CHAPA  TO AGDCHAPA
              MOVE W-IMES TO AGDMES
              MOVE W-AA   TO AGDANO
              READ CADAGENDA
              IF ST-ERRO = "00" AND AGDSTATUS = "P"
                                AND AGDSALBASE NOT = ZEROS
                 MOVE AGDSALBASE TO W-SALCONV
                 PERFORM PRJ-MENSAL THRU PRJ-MENSAL-FIM
                 MOVE W-SALMENS TO W-SALATUAL
                 ADD 1 TO W-TOTAGD.
           MOVE W-SALATUAL TO W-SALMENS
           PERFORM PRJ-CUSTO THRU PRJ-CUSTO-FIM
           MOVE W-CUSTO TO TABCUSTO-MES (W-IMES)
           GO TO PRJ-FUNC-MES.
       PRJ-FUNC-RATEIA.
           MOVE CHAPA   TO W-RATCHAPA
           MOVE FUNCCDC TO W-RATCDC
           PERFORM PRJ-DISTRIBUI THRU PRJ-DISTRIBUI-FIM
           GO TO PRJ-FUNC-LOOP.
       PRJ-FUNC-FIM.
           EXIT.
      *
      *****************************************
      * MUDANCA PENDENTE COM VIGENCIA ANTES   *
      * DO ANO (AINDA NAO APLICADA): VALE A   *
      * MAIS RECENTE DESDE JANEIRO            *
      *****************************************
       PRJ-AGDANT.
           IF W-TEMAGD NOT = "S"
              GO TO PRJ-AGDANT-FIM.
           MOVE ZEROS TO W-REFMAX W-SALAGD
           MOVE CHAPA TO AGDCHAPA
           MOVE ZEROS TO AGDMES AGDANO
           START CADAGENDA KEY NOT < AGDCHAVE
           IF ST-ERRO NOT = "00"
              GO TO PRJ-AGDANT-FIM.
       PRJ-AGDANT-LOOP.
           READ CADAGENDA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO PRJ-AGDANT-APLICA.
           IF AGDCHAPA NOT = CHAPA
              GO TO PRJ-AGDANT-APLICA.
           IF AGDSTATUS NOT = "P" OR AGDSALBASE = ZEROS
              GO TO PRJ-AGDANT-LOOP.
           COMPUTE W-REFAGD = (AGDANO * 100) + AGDMES
           IF W-REFAGD < W-REFINI AND W-REFAGD > W-REFMAX
              MOVE W-REFAGD   TO W-REFMAX
              MOVE AGDSALBASE TO W-SALAGD.
           GO TO PRJ-AGDANT-LOOP.
       PRJ-AGDANT-APLICA.
           IF W-REFMAX = ZEROS
              GO TO PRJ-AGDANT-FIM.
           MOVE W-SALAGD TO W-SALCONV
           PERFORM PRJ-MENSAL THRU PRJ-MENSAL-FIM
           MOVE W-SALMENS TO W-SALATUAL
           ADD 1 TO W-TOTAGD.
       PRJ-AGDANT-FIM.
           EXIT.
      *
      *****************************************
      * ULTIMO MES ORCADO PELO FIM DO         *
      * CONTRATO (CADCONTR)                   *
      *****************************************
       PRJ-CONTRATO.
           MOVE 12 TO W-ULTMES
           IF W-TEMCTR NOT = "S"
              GO TO PRJ-CONTRATO-FIM.
           MOVE CHAPA TO CTRCHAPA
           READ CADCONTR
           IF ST-ERRO NOT = "00"
              GO TO PRJ-CONTRATO-FIM.
           IF ANO OF CTRFIM = ZEROS OR ANO OF CTRFIM > W-ANO4
              GO TO PRJ-CONTRATO-FIM.
           ADD 1 TO W-TOTCONTR
           IF ANO OF CTRFIM < W-ANO4
              MOVE ZEROS TO W-ULTMES
           ELSE
              MOVE MES OF CTRFIM TO W-ULTMES.
       PRJ-CONTRATO-FIM.
           EXIT.
      *
      *****************************************
      * SALARIO MENSAL PELO TIPO (H=HORISTA   *
      * 220 H, D=DIARISTA 30 DIAS)            *
      *****************************************
       PRJ-MENSAL.
           IF W-TIPOSAL = "H"
              COMPUTE W-SALMENS ROUNDED = W-SALCONV * 220
           ELSE IF W-TIPOSAL = "D"
              COMPUTE W-SALMENS ROUNDED = W-SALCONV * 30
           ELSE
              MOVE W-SALCONV TO W-SALMENS.
       PRJ-MENSAL-FIM.
           EXIT.
      *
      *****************************************
      * CUSTO DO MES: SALARIO + PROVISOES DE  *
      * 13 (1/12) E FERIAS (1/9), MAIS OS     *
      * ENCARGOS PATRONAIS SOBRE O TOTAL      *
      *****************************************
       PRJ-CUSTO.
           COMPUTE W-CUSTO ROUNDED =
                   (W-SALMENS + (W-SALMENS / 12) + (W-SALMENS / 9))
                   * (100 + W-PERCENC) / 100.
       PRJ-CUSTO-FIM.
           EXIT.
      *
      *****************************************
      * VAGAS EM ABERTO DO CADVAGAS, A PARTIR *
      * DO MES PREVISTO PARA O PREENCHIMENTO  *
      *****************************************
       PRJ-VAGAS.
           IF W-TEMVAG NOT = "S" OR W-VAGMES = ZEROS
              GO TO PRJ-VAGAS-FIM.
           MOVE LOW-VALUES TO VAGCHAVE
           START CADVAGAS KEY NOT < VAGCHAVE
           IF ST-ERRO NOT = "00"
              GO TO PRJ-VAGAS-FIM.
       PRJ-VAGAS-LOOP.
           READ CADVAGAS NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO PRJ-VAGAS-FIM.
           MOVE VAGDEPTO TO W-DEPTO
           MOVE VAGCARGO TO W-CARGO
           PERFORM PRJ-VAG-CONTA THRU PRJ-VAG-CONTA-FIM
           COMPUTE W-ABERTAS = VAGQTDE - W-ATIVOS
           IF W-ABERTAS NOT > ZEROS
              GO TO PRJ-VAGAS-LOOP.
           MOVE W-DEPTO   TO WS-LVDEPTO
           MOVE W-CARGO   TO WS-LVCARGO
           MOVE W-ABERTAS TO WS-LVQTDE
      *    SALARIO DA VAGA: DO CARGO OU, NO QUADRO
      *    DO DEPARTAMENTO INTEIRO, A MEDIA DELE
           MOVE ZEROS TO W-SALMENS
           IF W-CARGO NOT = ZEROS AND W-TEMCRG = "S"
              MOVE W-CARGO TO CODIGO
              READ CADCARGO
              IF ST-ERRO = "00"
                 MOVE TIPOSALARIO TO W-TIPOSAL
                 MOVE SALARIOBASE TO W-SALCONV
                 PERFORM PRJ-MENSAL THRU PRJ-MENSAL-FIM.
           IF W-CARGO = ZEROS AND W-ATIVOS > ZEROS
              COMPUTE W-SALMENS ROUNDED = W-SOMASAL / W-ATIVOS.
           IF W-SALMENS = ZEROS
              MOVE "SEM SALARIO DE REFERENCIA - NAO ORCADA"
                                   TO WS-LVOBS
              ADD 1 TO W-TOTSEMVAL
              GO TO PRJ-VAGAS-LINHA.
           MOVE "ORCADA" TO WS-LVOBS
           ADD W-ABERTAS TO W-TOTVAGAS
           MOVE ZEROS TO W-VAGCDC
           IF W-TEMDEP = "S"
              MOVE W-DEPTO TO CODIGODEPTO
              READ CADEPTO
              IF ST-ERRO = "00"
                 MOVE CENTRODECUSTO TO W-VAGCDC.
      *    DISSIDIO ANTERIOR AO PREENCHIMENTO JA
      *    VALE NA CONTRATACAO
           MOVE W-SALMENS TO W-SALATUAL
           IF W-DISMES NOT = ZEROS AND W-DISMES < W-VAGMES
              COMPUTE W-SALATUAL ROUNDED =
                      W-SALATUAL * (100 + W-DISPERC) / 100.
           MOVE ZEROS TO TABCUSTO
           MOVE W-VAGMES TO W-IMES.
       PRJ-VAGAS-MES.
           IF W-IMES > 12
              GO TO PRJ-VAGAS-APLICA.
           IF W-IMES = W-DISMES
              COMPUTE W-SALATUAL ROUNDED =
                      W-SALATUAL * (100 + W-DISPERC) / 100.
           MOVE W-SALATUAL TO W-SALMENS
           PERFORM PRJ-CUSTO THRU PRJ-CUSTO-FIM
           COMPUTE TABCUSTO-MES (W-IMES) = W-CUSTO * W-ABERTAS
           ADD 1 TO W-IMES
           GO TO PRJ-VAGAS-MES.
       PRJ-VAGAS-APLICA.
           COMPUTE W-IND2 = W-VAGCDC + 1
           MOVE ZEROS TO W-IMES.
       PRJ-VAGAS-SOMA.
           ADD 1 TO W-IMES
           IF W-IMES > 12
              GO TO PRJ-VAGAS-LINHA.
           ADD TABCUSTO-MES (W-IMES) TO TABORC-MES (W-IND2, W-IMES)
           GO TO PRJ-VAGAS-SOMA.
       PRJ-VAGAS-LINHA.
           MOVE SPACES     TO REGRELPROPOR
           MOVE WS-LINVAGA TO REGRELPROPOR
           WRITE REGRELPROPOR
           GO TO PRJ-VAGAS-LOOP.
       PRJ-VAGAS-FIM.
           EXIT.
      *
      *    OCUPADAS E SOMA DOS SALARIOS MENSAIS DO
      *    QUADRO (MESMA CONTAGEM DO FP201656)
       PRJ-VAG-CONTA.
           MOVE ZEROS TO W-ATIVOS W-SOMASAL
           MOVE LOW-VALUES TO CHAPA
           START CADFUNC KEY NOT < CHAPA
           IF ST-ERRO NOT = "00"
              GO TO PRJ-VAG-CONTA-FIM.
       PRJ-VAG-CONTA-LOOP.
           READ CADFUNC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO PRJ-VAG-CONTA-FIM.
           IF ESTATUS NOT = "A"
              GO TO PRJ-VAG-CONTA-LOOP.
           IF FUNCDEPTO NOT = W-DEPTO
              GO TO PRJ-VAG-CONTA-LOOP.
           IF W-CARGO NOT = ZEROS AND FUNCCARGO NOT = W-CARGO
              GO TO PRJ-VAG-CONTA-LOOP.
           ADD 1 TO W-ATIVOS
           MOVE FUNCTIPOSAL TO W-TIPOSAL
           MOVE FUNCSALBASE TO W-SALCONV
           PERFORM PRJ-MENSAL THRU PRJ-MENSAL-FIM
           ADD W-SALMENS TO W-SOMASAL
           GO TO PRJ-VAG-CONTA-LOOP.
       PRJ-VAG-CONTA-FIM.
           EXIT.
      *
      *****************************************
      * RATEIA CADA MES DA CHAPA ENTRE OS     *
      * CENTROS DE CUSTO E SOMA NA PROPOSTA   *
      *****************************************
       PRJ-DISTRIBUI.
           MOVE ZEROS TO W-IMES.
       PRJ-DISTRIBUI-MES.
           ADD 1 TO W-IMES
           IF W-IMES > 12
              GO TO PRJ-DISTRIBUI-FIM.
           IF TABCUSTO-MES (W-IMES) = ZEROS
              GO TO PRJ-DISTRIBUI-MES.
           MOVE TABCUSTO-MES (W-IMES) TO W-RATVALOR
           PERFORM ORC-RATEIA THRU ORC-RATEIA-FIM
           MOVE ZEROS TO W-IND2.
       PRJ-DISTRIBUI-CDC.
           ADD 1 TO W-IND2
           IF W-IND2 > 10
              GO TO PRJ-DISTRIBUI-MES.
           ADD TABPART-VAL (W-IND2) TO TABORC-MES (W-IND2, W-IMES)
           GO TO PRJ-DISTRIBUI-CDC.
       PRJ-DISTRIBUI-FIM.
           EXIT.
      *
      *****************************************
      * RATEIO DE UM VALOR DA CHAPA ENTRE OS  *
      * CENTROS DE CUSTO (MESMA REGRA DO      *
      * FP201645: SOMA 100, RESIDUO NA ULTIMA *
      * PARCELA; SOMA DIFERENTE DE 100 = TUDO *
      * NO CENTRO DE CUSTO DE ORIGEM)         *
      *****************************************
       ORC-RATEIA.
           MOVE ZEROS TO TABPART
           MOVE ZEROS TO W-RATPERC
           MOVE W-RATCHAPA TO RATCHAPA
           MOVE ZEROS      TO RATSEQ
           START CADRATEIO KEY NOT < RATCHAVE
           IF ST-ERRO NOT = "00"
              GO TO ORC-RATEIA-SEM.
       ORC-RATEIA-SOMA.
           READ CADRATEIO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ORC-RATEIA-TESTA.
           IF RATCHAPA NOT = W-RATCHAPA
              GO TO ORC-RATEIA-TESTA.
           ADD RATPERC TO W-RATPERC
           GO TO ORC-RATEIA-SOMA.
       ORC-RATEIA-TESTA.
           IF W-RATPERC NOT = 100
              GO TO ORC-RATEIA-SEM.
           MOVE ZEROS TO W-RATALOC W-RATULTIMO
           MOVE W-RATCHAPA TO RATCHAPA
           MOVE ZEROS      TO RATSEQ
           START CADRATEIO KEY NOT < RATCHAVE
           IF ST-ERRO NOT = "00"
              GO TO ORC-RATEIA-SEM.
       ORC-RATEIA-APLICA.
           READ CADRATEIO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO ORC-RATEIA-AJUSTA.
           IF RATCHAPA NOT = W-RATCHAPA
              GO TO ORC-RATEIA-AJUSTA.
           COMPUTE W-RATPARTE ROUNDED = W-RATVALOR * RATPERC / 100
           COMPUTE W-IND = RATCDC + 1
           ADD W-RATPARTE TO TABPART-VAL (W-IND)
           ADD W-RATPARTE TO W-RATALOC
           MOVE W-IND TO W-RATULTIMO
           GO TO ORC-RATEIA-APLICA.
       ORC-RATEIA-AJUSTA.
           IF W-RATALOC NOT = W-RATVALOR AND W-RATULTIMO > ZEROS
              COMPUTE TABPART-VAL (W-RATULTIMO) =
                      TABPART-VAL (W-RATULTIMO)
                      + W-RATVALOR - W-RATALOC.
           GO TO ORC-RATEIA-FIM.
       ORC-RATEIA-SEM.
           COMPUTE W-IND = W-RATCDC + 1
           ADD W-RATVALOR TO TABPART-VAL (W-IND).
       ORC-RATEIA-FIM.
           EXIT.
      *
      *****************************************
      * GRAVA A VERSAO NO CADORCA (RASCUNHO)  *
      * E IMPRIME A PROPOSTA POR CENTRO DE    *
      * CUSTO E MES                           *
      *****************************************
       PRJ-GRAVA.
           MOVE W-AA       TO WS-CABANO
           MOVE W-VERSAO   TO WS-CABVER
           MOVE W-DISPERC  TO WS-CABDISP
           MOVE W-DISMES   TO WS-CABDISM
           MOVE W-VAGMES   TO WS-CABVAGM
           MOVE W-PERCENC  TO WS-CABENC
           MOVE SPACES  TO REGRELPROPOR
           MOVE WS-CAB1 TO REGRELPROPOR
           WRITE REGRELPROPOR
           MOVE SPACES  TO REGRELPROPOR
           MOVE WS-CAB2 TO REGRELPROPOR
           WRITE REGRELPROPOR
           MOVE ZEROS TO W-IND.
       PRJ-GRAVA-CDC.
           ADD 1 TO W-IND
           IF W-IND > 10
              GO TO PRJ-GRAVA-RODAPE.
           MOVE ZEROS TO W-TOTCDC
           MOVE ZEROS TO W-IMES.
       PRJ-GRAVA-SOMA.
           ADD 1 TO W-IMES
           IF W-IMES NOT > 12
              ADD TABORC-MES (W-IND, W-IMES) TO W-TOTCDC
              GO TO PRJ-GRAVA-SOMA.
           IF W-TOTCDC = ZEROS
              GO TO PRJ-GRAVA-CDC.
           COMPUTE CODCUSTO = W-IND - 1
           MOVE SPACES TO DENOMCUSTO
           IF W-TEMCDC = "S"
              READ CUSTO
              IF ST-ERRO NOT = "00"
                 MOVE SPACES TO DENOMCUSTO.
           COMPUTE WS-LCCDC = W-IND - 1
           MOVE DENOMCUSTO TO WS-LCNOME
           MOVE SPACES    TO REGRELPROPOR
           WRITE REGRELPROPOR
           MOVE WS-LINCDC TO REGRELPROPOR
           WRITE REGRELPROPOR
           MOVE ZEROS TO W-IMES.
       PRJ-GRAVA-MES.
           ADD 1 TO W-IMES
           IF W-IMES > 12
              GO TO PRJ-GRAVA-TOTAL.
           COMPUTE ORCCDC = W-IND - 1
           MOVE W-IMES   TO ORCMES
           MOVE W-AA     TO ORCANO
           MOVE W-VERSAO TO ORCVERSAO
           MOVE TABORC-MES (W-IND, W-IMES) TO ORCVALOR
           MOVE "R"      TO ORCSITUACAO
           MOVE SPACES   TO ORCOPERAPROV
           WRITE REGORCA
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQ CADORCA"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADORCA"
              GO TO PRJ-FECHA.
           ADD 1 TO W-CTLGRAV
           MOVE W-IMES   TO WS-LMMES
           MOVE W-AA     TO WS-LMANO
           MOVE ORCVALOR TO WS-LMVALOR
           MOVE SPACES    TO REGRELPROPOR
           MOVE WS-LINMES TO REGRELPROPOR
           WRITE REGRELPROPOR
           GO TO PRJ-GRAVA-MES.
       PRJ-GRAVA-TOTAL.
           MOVE W-TOTCDC  TO WS-LTVALOR
           MOVE SPACES    TO REGRELPROPOR
           MOVE WS-LINTOT TO REGRELPROPOR
           WRITE REGRELPROPOR
           ADD W-TOTCDC TO W-TOTANO
           GO TO PRJ-GRAVA-CDC.
       PRJ-GRAVA-RODAPE.
           MOVE W-TOTFUNC   TO WS-RODFUNC
           MOVE W-TOTCONTR  TO WS-RODCONTR
           MOVE W-TOTAGD    TO WS-RODAGD
           MOVE W-TOTVAGAS  TO WS-RODVAG
           MOVE W-TOTSEMVAL TO WS-RODSEMV
           MOVE W-TOTANO    TO WS-RODTOT
           MOVE SPACES     TO REGRELPROPOR
           WRITE REGRELPROPOR
           MOVE WS-RODAPE1 TO REGRELPROPOR
           WRITE REGRELPROPOR
           MOVE SPACES     TO REGRELPROPOR
           MOVE WS-RODAPE2 TO REGRELPROPOR
           WRITE REGRELPROPOR.
       PRJ-GRAVA-FIM.
           EXIT.
      *
       PRJ-FECHA.
           CLOSE CADORCA CADFUNC CADRATEIO RELPROPOR
           IF W-TEMAGD = "S"
              CLOSE CADAGENDA.
           IF W-TEMCTR = "S"
              CLOSE CADCONTR.
           IF W-TEMVAG = "S"
              CLOSE CADVAGAS.
           IF W-TEMDEP = "S"
              CLOSE CADEPTO.
           IF W-TEMCRG = "S"
              CLOSE CADCARGO.
           IF W-TEMCDC = "S"
              CLOSE CUSTO.
           GO TO ROT-FIM.
      *
      *****************************************
      * APROVACAO: A VERSAO PASSA A SER O     *
      * ORCAMENTO EM VIGOR (VERSAO 00) DO ANO *
      *****************************************
       APR-INICIO.
           IF W-PERFIL NOT = "A"
              DISPLAY "APROVACAO SOMENTE PARA O ADMINISTRADOR"
              GO TO ROT-FIM.
           DISPLAY "VERSAO A APROVAR (01 A 99): "
           ACCEPT W-VERSAO
           IF W-VERSAO = ZEROS
              DISPLAY "VERSAO INVALIDA"
              GO TO APR-INICIO.
       APR-OP0.
           OPEN I-O CADORCA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ CADORCA"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADORCA"
              GO TO ROT-FIM.
      *    A VERSAO PRECISA EXISTIR EM RASCUNHO
           MOVE "N" TO W-ACHOU
           MOVE LOW-VALUES TO ORCCHAVE
           START CADORCA KEY NOT < ORCCHAVE
           IF ST-ERRO NOT = "00"
              GO TO APR-CONFERE.
       APR-PROCURA.
           READ CADORCA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO APR-CONFERE.
           IF ORCANO = W-AA AND ORCVERSAO = W-VERSAO
                            AND ORCSITUACAO = "R"
              MOVE "S" TO W-ACHOU
              GO TO APR-CONFERE.
           GO TO APR-PROCURA.
       APR-CONFERE.
           IF W-ACHOU NOT = "S"
              DISPLAY "VERSAO NAO ENCONTRADA EM RASCUNHO NO ANO"
              CLOSE CADORCA
              GO TO ROT-FIM.
           DISPLAY "CONFIRMA A APROVACAO (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "APROVACAO CANCELADA"
              CLOSE CADORCA
              GO TO ROT-FIM.
      *    RETIRA O ORCAMENTO EM VIGOR DO ANO
           MOVE LOW-VALUES TO ORCCHAVE
           START CADORCA KEY NOT < ORCCHAVE
           IF ST-ERRO NOT = "00"
              GO TO APR-COPIA.
       APR-EXCLUI.
           READ CADORCA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO APR-COPIA.
           ADD 1 TO W-CTLLIDOS
           IF ORCANO NOT = W-AA OR ORCVERSAO NOT = ZEROS
              GO TO APR-EXCLUI.
           DELETE CADORCA RECORD
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA EXCLUSAO DO REG CADORCA"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA EXCLUSAO DO REGISTRO CADORCA"
              CLOSE CADORCA
              GO TO ROT-FIM.
           ADD 1 TO W-TOTEXCL
           GO TO APR-EXCLUI.
      *    COPIA A VERSAO PARA A 00 E MARCA A PROPOSTA
       APR-COPIA.
           MOVE LOW-VALUES TO ORCCHAVE
           START CADORCA KEY NOT < ORCCHAVE
           IF ST-ERRO NOT = "00"
              GO TO APR-FIM.
       APR-COPIA-LOOP.
           READ CADORCA NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO APR-FIM.
           IF ORCANO NOT = W-AA OR ORCVERSAO NOT = W-VERSAO
              GO TO APR-COPIA-LOOP.
           MOVE ORCCHAVE   TO W-CHAVESALVA
           MOVE "A"        TO ORCSITUACAO
           MOVE W-OPERADOR TO ORCOPERAPROV
           REWRITE REGORCA
           MOVE ZEROS      TO ORCVERSAO
           MOVE SPACES     TO ORCSITUACAO
           WRITE REGORCA
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQ CADORCA"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADORCA"
              CLOSE CADORCA
              GO TO ROT-FIM.
           ADD 1        TO W-TOTAPROV W-CTLGRAV
           ADD ORCVALOR TO W-CTLVALOR
      *    REPOSICIONA NA PROPOSTA, DEPOIS DO REGISTRO COPIADO
           MOVE W-CHAVESALVA TO ORCCHAVE
           START CADORCA KEY > ORCCHAVE
           IF ST-ERRO NOT = "00"
              GO TO APR-FIM.
           GO TO APR-COPIA-LOOP.
       APR-FIM.
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-TOTEXCL
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE CADORCA
           DISPLAY "REGISTROS DO ORCAMENTO ANTERIOR: " W-TOTEXCL
           DISPLAY "REGISTROS APROVADOS            : " W-TOTAPROV
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
