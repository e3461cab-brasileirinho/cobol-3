       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201773.
       AUTHOR. LEONARDO.
      **************************************
      * CICLO DE MERITO - SIMULACAO E APROVACAO *
      **************************************
      * PARA CADA AVALIACAO DO ANO NO CADAVAL
      * (FP201772) CALCULA O AUMENTO PELA MATRIZ DE
      * MERITO (CADMERITO, FP201770): A NOTA E A
      * POSICAO DO SALARIO NA FAIXA DO CARGO
      * (CADFAIXA) DAO O PERCENTUAL. O NOVO SALARIO
      * NAO PASSA DO MAXIMO DA FAIXA. CHAPA SEM FAIXA
      * ENTRA NA POSICAO 2. OS AUMENTOS SAO LISTADOS
      * NO RELMERITO POR DEPARTAMENTO, COM O TOTAL
      * MENSAL DO DEPARTAMENTO CONFERIDO CONTRA A
      * VERBA DO CADVERBA (FP201771) - SEM VERBA
      * CONTA COMO ESTOURO.
      * S = SIMULACAO: SO O RELATORIO.
      * A = APROVACAO (SOMENTE PERFIL ADMINISTRADOR):
      *     SEM ESTOURO E SEM CONFLITO NO CADAGENDA,
      *     GRAVA OS NOVOS SALARIOS NO CADAGENDA NA
      *     COMPETENCIA DE VIGENCIA (PENDENTES, O
      *     FP201703 APLICA) E MARCA AS AVALIACOES COMO
      *     APROVADAS. CONFLITO = JA HA MUDANCA DE
      *     SALARIO OU MUDANCA APLICADA PARA A CHAPA NA
      *     MESMA COMPETENCIA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAVAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AVLCHAVE
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

           SELECT CADMERITO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MRTNOTA
                    FILE STATUS  IS ST-ERRO.

           SELECT CADFAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FXSCARGO
                    FILE STATUS  IS ST-ERRO.

           SELECT CADVERBA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VRBCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADEPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGODEPTO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CENTRODECUSTO
                               WITH DUPLICATES.

           SELECT CADAGENDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGDCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AGDCHAPA
                               WITH DUPLICATES.

           SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT RELMERITO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT SORTWK ASSIGN TO DISK.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAVAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAVAL.DAT".
       01 REGAVAL.
                03 AVLCHAVE.
                   05 AVLANO         PIC 9(02).
                   05 AVLCHAPA       PIC 9(05).
                03 AVLNOTA           PIC 9(01).
                03 AVLSUPERV         PIC 9(05).
                03 AVLDTAVAL         PIC 9(06).
                03 AVLSITUACAO       PIC X(01).
                03 AVLPERC           PIC 9(02)V99.
                03 AVLSALNOVO        PIC 9(06)V99.
                03 AVLOPERAPROV      PIC X(08).
                03 FILLER            PIC X(10).

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
                03 FILLER     PIC X(10).

       FD CADMERITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMERITO.DAT".
       01 REGMERITO.
                03 MRTNOTA           PIC 9(01).
                03 MRTPERC1          PIC 9(02)V99.
                03 MRTPERC2          PIC 9(02)V99.
                03 MRTPERC3          PIC 9(02)V99.
                03 MRTPERC4          PIC 9(02)V99.
                03 FILLER            PIC X(13).

       FD CADFAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFAIXA.DAT".
       01 REGFAIXA.
                03 FXSCARGO          PIC 9(03).
                03 FXSMINIMO         PIC 9(06)V99.
                03 FXSMAXIMO         PIC 9(06)V99.
                03 FXSPASSO          PIC 9(06)V99.
                03 FILLER            PIC X(13).

       FD CADVERBA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVERBA.DAT".
       01 REGVERBA.
                03 VRBCHAVE.
                   05 VRBANO         PIC 9(02).
                   05 VRBDEPTO       PIC 9(03).
                03 VRBVALOR          PIC 9(07)V99.
                03 FILLER            PIC X(16).

       FD CADEPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPTO.DAT".
       01 REGDEPTO.
                03 CODIGODEPTO    PIC 9(03).
                03 DENOMINACAODEPTO PIC X(15).
                03 CENTRODECUSTO  PIC 9(01).
                03 FILLER   PIC X(45).

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

       FD CADSESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESSAO.DAT".
       01 REGSESSAO.
                03 SESOPERADOR       PIC X(08).
                03 SESPERFIL         PIC X(01).
                03 FILLER            PIC X(11).

       FD RELMERITO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELMERITO.DAT".
       01 REGRELMERITO PIC X(100).

       SD SORTWK.
       01 REGSORTWK.
          03 SW-DEPTO    PIC 9(03).
          03 SW-CHAPA    PIC 9(05).
          03 SW-NOME     PIC X(25).
          03 SW-NOTA     PIC 9(01).
          03 SW-POSICAO  PIC 9(01).
          03 SW-PERC     PIC 9(02)V99.
          03 SW-SALATU   PIC 9(06)V99.
          03 SW-SALNOVO  PIC 9(06)V99.
          03 SW-AUMMENS  PIC 9(07)V99.
          03 SW-OBS      PIC X(20).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201773".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-MODO        PIC X(01) VALUE SPACES.
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-PERFIL      PIC X(01) VALUE SPACES.
       77 W-TEMFXA      PIC X(01) VALUE "N".
       77 W-TEMVRB      PIC X(01) VALUE "N".
       77 W-TEMDEP      PIC X(01) VALUE "N".
       77 W-AA          PIC 9(02) VALUE ZEROS.
       77 W-VIGMES      PIC 9(02) VALUE ZEROS.
       77 W-VIGANO      PIC 9(02) VALUE ZEROS.
       77 W-VALIDO      PIC X(01) VALUE "N".
       77 W-CONFLITO    PIC X(01) VALUE "N".
       77 W-TEMAGD      PIC X(01) VALUE "N".
       77 W-FALHA       PIC X(01) VALUE "N".
       77 W-POSICAO     PIC 9(01) VALUE ZEROS.
       77 W-PCTFAIXA    PIC 9(05)V99 VALUE ZEROS.
       77 W-PERC        PIC 9(02)V99 VALUE ZEROS.
       77 W-SALNOVO     PIC 9(08)V99 VALUE ZEROS.
       77 W-AUMMENS     PIC 9(07)V99 VALUE ZEROS.
       77 W-OBS         PIC X(20) VALUE SPACES.
       77 W-PRIMEIRO    PIC X(01) VALUE "S".
       77 W-DEPTOANT    PIC 9(03) VALUE ZEROS.
       77 W-TOTDEPTO    PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTGERAL    PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTAVAL     PIC 9(05) VALUE ZEROS.
       77 W-TOTAUM      PIC 9(05) VALUE ZEROS.
       77 W-TOTESTOURO  PIC 9(05) VALUE ZEROS.
       77 W-TOTCONFL    PIC 9(05) VALUE ZEROS.
       77 W-TOTAPROV    PIC 9(05) VALUE ZEROS.
       77 W-TOTAGD      PIC 9(05) VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       01 W-HOJE       PIC 9(06) VALUE ZEROS.
       01 W-HOJER REDEFINES W-HOJE.
          03 W-HOJEANO PIC 9(02).
          03 W-HOJEMES PIC 9(02).
          03 W-HOJEDIA PIC 9(02).
       01 WS-CAB1.
          03 FILLER       PIC X(26) VALUE "CICLO DE MERITO - ANO ".
          03 WS-CABANO    PIC 9(02).
          03 FILLER       PIC X(13) VALUE "  VIGENCIA: ".
          03 WS-CABVIGM   PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CABVIGA   PIC 9(02).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-CABMODO   PIC X(10).
       01 WS-CABDET     PIC X(100) VALUE
          "CHAPA NOME                      N P  PERC  SAL.ATUAL   SAL.NO
      -    "VO  AUM.MENSAL OBSERVACAO".
       01 WS-LINDEP.
          03 FILLER       PIC X(13) VALUE "DEPARTAMENTO ".
          03 WS-LDDEPTO   PIC 9(03).
          03 FILLER       PIC X(03) VALUE " - ".
          03 WS-LDNOME    PIC X(15).
       01 WS-LINDET.
          03 WS-DETCHAPA  PIC 9(05).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETNOME   PIC X(25).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETNOTA   PIC 9(01).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETPOS    PIC 9(01).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETPERC   PIC Z9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETSALATU PIC ZZZ.ZZZ,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETSALNOV PIC ZZZ.ZZZ,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETAUMENT PIC Z.ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETOBS    PIC X(20).
       01 WS-LINTOTDEP.
          03 FILLER       PIC X(22) VALUE "  TOTAL MENSAL DEPTO: ".
          03 WS-TDAUMENT  PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(09) VALUE "  VERBA: ".
          03 WS-TDVERBA   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-TDSITUAC  PIC X(09).
       01 WS-RODAPE1.
          03 FILLER       PIC X(14) VALUE "AVALIACOES:  ".
          03 WS-RODAVAL   PIC ZZZZ9.
          03 FILLER       PIC X(14) VALUE "   AUMENTOS: ".
          03 WS-RODAUM    PIC ZZZZ9.
          03 FILLER       PIC X(24) VALUE "   DEPTOS EM ESTOURO: ".
          03 WS-RODEST    PIC ZZZZ9.
          03 FILLER       PIC X(14) VALUE "   CONFLITOS: ".
          03 WS-RODCONF   PIC ZZZZ9.
       01 WS-RODAPE2.
          03 FILLER       PIC X(24) VALUE "TOTAL MENSAL PROPOSTO: ".
          03 WS-RODTOT    PIC ZZ.ZZZ.ZZ9,99.
       01 WS-RODAPE3.
          03 WS-RODSITUAC PIC X(50).
          03 WS-RODQTAGD  PIC ZZZZ9.
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
           DISPLAY "CICLO DE MERITO"
           DISPLAY "S=SIMULAR  A=APROVAR  F=FIM: "
           ACCEPT W-MODO
           IF W-MODO = "F" OR "f"
              GO TO ROT-FIM.
           IF W-MODO = "s"
              MOVE "S" TO W-MODO.
           IF W-MODO = "a"
              MOVE "A" TO W-MODO.
           IF W-MODO NOT = "S" AND "A"
              DISPLAY "OPCAO INVALIDA"
              GO TO INC-ACE0.
           IF W-MODO = "A" AND W-PERFIL NOT = "A"
              DISPLAY "APROVACAO SOMENTE PARA O ADMINISTRADOR"
              GO TO ROT-FIM.
       INC-ACE1.
           DISPLAY "ANO DO CICLO (AA, 00 = ANO CORRENTE): "
           ACCEPT W-AA
           IF W-AA = ZEROS
              MOVE W-HOJEANO TO W-AA.
       INC-ACE2.
           DISPLAY "COMPETENCIA DE VIGENCIA DOS AUMENTOS - MES (MM): "
           ACCEPT W-VIGMES
           IF W-VIGMES < 01 OR W-VIGMES > 12
              DISPLAY "MES INVALIDO"
              GO TO INC-ACE2.
           DISPLAY "ANO DA VIGENCIA (AA): "
           ACCEPT W-VIGANO
           IF W-VIGANO = ZEROS
              DISPLAY "ANO INVALIDO"
              GO TO INC-ACE2.
      *
       INC-OP0.
           OPEN I-O CADAVAL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADAVAL" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAVAL"
              GO TO ROT-FIM.
       INC-OP1.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              CLOSE CADAVAL
              GO TO ROT-FIM.
       INC-OP2.
           OPEN INPUT CADMERITO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ CADMERITO" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMERITO"
              CLOSE CADAVAL CADFUNC
              GO TO ROT-FIM.
       INC-OP3.
           OPEN I-O CADAGENDA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADAGENDA
                 CLOSE CADAGENDA
                 GO TO INC-OP3
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQ CADAGENDA"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAGENDA"
                 CLOSE CADAVAL CADFUNC CADMERITO
                 GO TO ROT-FIM.
       INC-OP4.
      *    SEM FAIXA TODOS FICAM NA POSICAO 2; SEM
      *    VERBA TODO AUMENTO E ESTOURO
           OPEN INPUT CADFAIXA
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMFXA.
           OPEN INPUT CADVERBA
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMVRB.
           OPEN INPUT CADEPTO
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMDEP.
       INC-OP5.
           OPEN OUTPUT RELMERITO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ RELMERITO"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELMERITO"
              CLOSE CADAVAL CADFUNC CADMERITO CADAGENDA
              GO TO ROT-FIM.
      *
           IF W-MODO = "A"
              PERFORM MER-JAAPROV THRU MER-JAAPROV-FIM
              IF W-VALIDO = "S"
                 DISPLAY "CICLO DO ANO JA APROVADO"
                 GO TO MER-FECHA.
           MOVE W-AA     TO WS-CABANO
           MOVE W-VIGMES TO WS-CABVIGM
           MOVE W-VIGANO TO WS-CABVIGA
           IF W-MODO = "A"
              MOVE "APROVACAO" TO WS-CABMODO
           ELSE
              MOVE "SIMULACAO" TO WS-CABMODO.
           MOVE SPACES    TO REGRELMERITO
           MOVE WS-CAB1   TO REGRELMERITO
           WRITE REGRELMERITO
           MOVE SPACES    TO REGRELMERITO
           MOVE WS-CABDET TO REGRELMERITO
           WRITE REGRELMERITO
           SORT SORTWK
               ON ASCENDING KEY SW-DEPTO SW-CHAPA
               INPUT PROCEDURE  IS MER-ENTRADA
               OUTPUT PROCEDURE IS MER-SAIDA.
      *
           MOVE W-TOTAVAL    TO WS-RODAVAL
           MOVE W-TOTAUM     TO WS-RODAUM
           MOVE W-TOTESTOURO TO WS-RODEST
           MOVE W-TOTCONFL   TO WS-RODCONF
           MOVE W-TOTGERAL   TO WS-RODTOT
           MOVE SPACES     TO REGRELMERITO
           WRITE REGRELMERITO
           MOVE WS-RODAPE1 TO REGRELMERITO
           WRITE REGRELMERITO
           MOVE SPACES     TO REGRELMERITO
           MOVE WS-RODAPE2 TO REGRELMERITO
           WRITE REGRELMERITO
           IF W-MODO NOT = "A"
              GO TO MER-CONTROLE.
           IF W-TOTESTOURO > ZEROS OR W-TOTCONFL > ZEROS
              MOVE "CICLO NAO APROVADO - HA ESTOURO OU CONFLITO"
                                  TO WS-RODSITUAC
              MOVE ZEROS          TO WS-RODQTAGD
              DISPLAY "CICLO NAO APROVADO - VEJA O RELMERITO"
              GO TO MER-SITUACAO.
           PERFORM APR-GRAVA THRU APR-GRAVA-FIM
           IF W-FALHA = "S"
              GO TO MER-FECHA.
           MOVE "CICLO APROVADO - MUDANCAS GRAVADAS NO CADAGENDA:"
                               TO WS-RODSITUAC
           MOVE W-TOTAGD       TO WS-RODQTAGD
           DISPLAY "CICLO APROVADO - MUDANCAS NO CADAGENDA: " W-TOTAGD.
       MER-SITUACAO.
           MOVE SPACES     TO REGRELMERITO
           MOVE WS-RODAPE3 TO REGRELMERITO
           WRITE REGRELMERITO.
       MER-CONTROLE.
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           MOVE W-TOTGERAL TO W-CTLVALOR
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           DISPLAY "AVALIACOES        : " W-TOTAVAL
           DISPLAY "DEPTOS EM ESTOURO : " W-TOTESTOURO
           DISPLAY "CONFLITOS         : " W-TOTCONFL.
       MER-FECHA.
           CLOSE CADAVAL CADFUNC CADMERITO CADAGENDA RELMERITO
           IF W-TEMFXA = "S"
              CLOSE CADFAIXA.
           IF W-TEMVRB = "S"
              CLOSE CADVERBA.
           IF W-TEMDEP = "S"
              CLOSE CADEPTO.
           GO TO ROT-FIM.
      *
      *****************************************
      * CICLO DO ANO JA TEM AVALIACAO         *
      * APROVADA (W-VALIDO = S)               *
      *****************************************
       MER-JAAPROV.
           MOVE "N"  TO W-VALIDO
           MOVE W-AA TO AVLANO
           MOVE ZEROS TO AVLCHAPA
           START CADAVAL KEY NOT < AVLCHAVE
           IF ST-ERRO NOT = "00"
              GO TO MER-JAAPROV-FIM.
       MER-JAAPROV-LOOP.
           READ CADAVAL NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO MER-JAAPROV-FIM.
           IF AVLANO NOT = W-AA
              GO TO MER-JAAPROV-FIM.
           IF AVLSITUACAO = "A"
              MOVE "S" TO W-VALIDO
              GO TO MER-JAAPROV-FIM.
           GO TO MER-JAAPROV-LOOP.
       MER-JAAPROV-FIM.
           EXIT.
      *
      *****************************************
      * ENTRADA DO SORT - AVALIACOES DO ANO   *
      *****************************************
       MER-ENTRADA.
           MOVE W-AA  TO AVLANO
           MOVE ZEROS TO AVLCHAPA
           START CADAVAL KEY NOT < AVLCHAVE
           IF ST-ERRO NOT = "00"
              GO TO MER-ENTRADA-FIM.
       MER-ENTRADA-LOOP.
           READ CADAVAL NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO MER-ENTRADA-FIM.
           IF AVLANO NOT = W-AA
              GO TO MER-ENTRADA-FIM.
           ADD 1 TO W-CTLLIDOS
           PERFORM MER-CALCULA THRU MER-CALCULA-FIM
           MOVE SPACES      TO REGSORTWK
           MOVE AVLCHAPA    TO SW-CHAPA
           MOVE AVLNOTA     TO SW-NOTA
           MOVE W-POSICAO   TO SW-POSICAO
           MOVE W-PERC      TO SW-PERC
           MOVE W-SALNOVO   TO SW-SALNOVO
           MOVE W-AUMMENS   TO SW-AUMMENS
           MOVE W-OBS       TO SW-OBS
           IF W-VALIDO = "S"
              MOVE FUNCDEPTO   TO SW-DEPTO
              MOVE NOME        TO SW-NOME
              MOVE FUNCSALBASE TO SW-SALATU
           ELSE
              MOVE ZEROS       TO SW-DEPTO SW-SALATU
              MOVE SPACES      TO SW-NOME.
           IF W-CONFLITO = "S"
              ADD 1 TO W-TOTCONFL.
           RELEASE REGSORTWK
           GO TO MER-ENTRADA-LOOP.
       MER-ENTRADA-FIM.
           EXIT.
      *
      *****************************************
      * AUMENTO DA CHAPA DA AVALIACAO LIDA:   *
      * POSICAO NA FAIXA, PERCENTUAL DA       *
      * MATRIZ, NOVO SALARIO (ATE O MAXIMO DA *
      * FAIXA), AUMENTO MENSAL E CONFLITO NO  *
      * CADAGENDA                             *
      *****************************************
       MER-CALCULA.
           MOVE "N"    TO W-VALIDO W-CONFLITO W-TEMAGD
           MOVE ZEROS  TO W-POSICAO W-PERC W-SALNOVO W-AUMMENS
           MOVE SPACES TO W-OBS
           MOVE AVLCHAPA TO CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "NAO CADASTRADO" TO W-OBS
              GO TO MER-CALCULA-FIM.
           IF ESTATUS NOT = "A"
              MOVE "NAO ESTA ATIVO" TO W-OBS
              GO TO MER-CALCULA-FIM.
           MOVE "S" TO W-VALIDO
      *    POSICAO NA FAIXA DO CARGO
           MOVE 2 TO W-POSICAO
           IF W-TEMFXA NOT = "S"
              MOVE "SEM FAIXA DO CARGO" TO W-OBS
              GO TO MER-CALCULA-PERC.
           MOVE FUNCCARGO TO FXSCARGO
           READ CADFAIXA
           IF ST-ERRO NOT = "00"
              MOVE "SEM FAIXA DO CARGO" TO W-OBS
              GO TO MER-CALCULA-PERC.
           IF FUNCSALBASE < FXSMINIMO
              MOVE 1 TO W-POSICAO
              GO TO MER-CALCULA-PERC.
           IF FUNCSALBASE NOT < FXSMAXIMO
              MOVE 4 TO W-POSICAO
              GO TO MER-CALCULA-PERC.
           COMPUTE W-PCTFAIXA = (FUNCSALBASE - FXSMINIMO) * 100
                              / (FXSMAXIMO - FXSMINIMO)
           IF W-PCTFAIXA < 25
              MOVE 1 TO W-POSICAO
           ELSE IF W-PCTFAIXA < 50
              MOVE 2 TO W-POSICAO
           ELSE IF W-PCTFAIXA < 75
              MOVE 3 TO W-POSICAO
           ELSE
              MOVE 4 TO W-POSICAO.
       MER-CALCULA-PERC.
           MOVE AVLNOTA TO MRTNOTA
           READ CADMERITO
           IF ST-ERRO NOT = "00"
              MOVE "NOTA SEM MATRIZ" TO W-OBS
              MOVE FUNCSALBASE TO W-SALNOVO
              GO TO MER-CALCULA-AGENDA.
           IF W-POSICAO = 1
              MOVE MRTPERC1 TO W-PERC.
           IF W-POSICAO = 2
              MOVE MRTPERC2 TO W-PERC.
           IF W-POSICAO = 3
              MOVE MRTPERC3 TO W-PERC.
           IF W-POSICAO = 4
              MOVE MRTPERC4 TO W-PERC.
           COMPUTE W-SALNOVO ROUNDED =
                   FUNCSALBASE * (100 + W-PERC) / 100
           IF W-OBS NOT = SPACES
              GO TO MER-CALCULA-MENSAL.
      *    O AUMENTO NAO LEVA O SALARIO ALEM DO MAXIMO
           IF W-SALNOVO > FXSMAXIMO
              IF FUNCSALBASE NOT < FXSMAXIMO
                 MOVE FUNCSALBASE TO W-SALNOVO
                 MOVE "NO MAXIMO DA FAIXA" TO W-OBS
              ELSE
                 MOVE FXSMAXIMO TO W-SALNOVO
                 MOVE "LIMITADO AO MAXIMO" TO W-OBS.
       MER-CALCULA-MENSAL.
           IF FUNCTIPOSAL = "H"
              COMPUTE W-AUMMENS = (W-SALNOVO - FUNCSALBASE) * 220
           ELSE IF FUNCTIPOSAL = "D"
              COMPUTE W-AUMMENS = (W-SALNOVO - FUNCSALBASE) * 30
           ELSE
              COMPUTE W-AUMMENS = W-SALNOVO - FUNCSALBASE.
       MER-CALCULA-AGENDA.
           IF W-SALNOVO NOT > FUNCSALBASE
              GO TO MER-CALCULA-FIM.
           MOVE AVLCHAPA TO AGDCHAPA
           MOVE W-VIGMES TO AGDMES
           MOVE W-VIGANO TO AGDANO
           READ CADAGENDA
           IF ST-ERRO NOT = "00"
              GO TO MER-CALCULA-FIM.
           IF AGDSTATUS = "A" OR AGDSALBASE NOT = ZEROS
              MOVE "S" TO W-CONFLITO
              MOVE "CONFLITO CADAGENDA" TO W-OBS
           ELSE
              MOVE "S" TO W-TEMAGD.
       MER-CALCULA-FIM.
           EXIT.
      *
      *****************************************
      * SAIDA DO SORT - QUEBRA POR            *
      * DEPARTAMENTO COM A VERBA              *
      *****************************************
       MER-SAIDA.
           CONTINUE.
       MER-SAIDA-LOOP.
           RETURN SORTWK RECORD
               AT END
                   GO TO MER-SAIDA-FIM.
           IF W-PRIMEIRO = "S"
              MOVE "N" TO W-PRIMEIRO
              PERFORM REL-ABRE-DEP THRU REL-ABRE-DEP-FIM.
           IF SW-DEPTO NOT = W-DEPTOANT
              PERFORM REL-FECHA-DEP THRU REL-FECHA-DEP-FIM
              PERFORM REL-ABRE-DEP THRU REL-ABRE-DEP-FIM.
           PERFORM REL-DETALHE THRU REL-DETALHE-FIM
           GO TO MER-SAIDA-LOOP.
       MER-SAIDA-FIM.
           IF W-PRIMEIRO NOT = "S"
              PERFORM REL-FECHA-DEP THRU REL-FECHA-DEP-FIM.
           EXIT.
      *
       REL-ABRE-DEP.
           MOVE SW-DEPTO TO W-DEPTOANT WS-LDDEPTO
           MOVE ZEROS    TO W-TOTDEPTO
           MOVE SPACES   TO WS-LDNOME
           IF W-TEMDEP = "S"
              MOVE SW-DEPTO TO CODIGODEPTO
              READ CADEPTO
              IF ST-ERRO = "00"
                 MOVE DENOMINACAODEPTO TO WS-LDNOME.
           MOVE SPACES    TO REGRELMERITO
           WRITE REGRELMERITO
           MOVE WS-LINDEP TO REGRELMERITO
           WRITE REGRELMERITO.
       REL-ABRE-DEP-FIM.
           EXIT.
      *
       REL-DETALHE.
           MOVE SW-CHAPA    TO WS-DETCHAPA
           MOVE SW-NOME     TO WS-DETNOME
           MOVE SW-NOTA     TO WS-DETNOTA
           MOVE SW-POSICAO  TO WS-DETPOS
           MOVE SW-PERC     TO WS-DETPERC
           MOVE SW-SALATU   TO WS-DETSALATU
           MOVE SW-SALNOVO  TO WS-DETSALNOV
           MOVE SW-AUMMENS  TO WS-DETAUMENT
           MOVE SW-OBS      TO WS-DETOBS
           MOVE SPACES    TO REGRELMERITO
           MOVE WS-LINDET TO REGRELMERITO
           WRITE REGRELMERITO
           ADD 1 TO W-TOTAVAL W-CTLGRAV
           IF SW-AUMMENS > ZEROS
              ADD 1 TO W-TOTAUM.
           ADD SW-AUMMENS TO W-TOTDEPTO W-TOTGERAL.
       REL-DETALHE-FIM.
           EXIT.
      *
       REL-FECHA-DEP.
           MOVE ZEROS TO VRBVALOR
           MOVE "OK" TO WS-TDSITUAC
           IF W-TEMVRB NOT = "S"
              GO TO REL-FECHA-DEP-CONFERE.
           MOVE W-AA       TO VRBANO
           MOVE W-DEPTOANT TO VRBDEPTO
           READ CADVERBA
           IF ST-ERRO NOT = "00"
              MOVE ZEROS TO VRBVALOR.
       REL-FECHA-DEP-CONFERE.
           IF W-TOTDEPTO > VRBVALOR
              ADD 1 TO W-TOTESTOURO
              IF VRBVALOR = ZEROS
                 MOVE "SEM VERBA" TO WS-TDSITUAC
              ELSE
                 MOVE "ESTOURO" TO WS-TDSITUAC.
           MOVE W-TOTDEPTO TO WS-TDAUMENT
           MOVE VRBVALOR   TO WS-TDVERBA
           MOVE SPACES       TO REGRELMERITO
           MOVE WS-LINTOTDEP TO REGRELMERITO
           WRITE REGRELMERITO.
       REL-FECHA-DEP-FIM.
           EXIT.
      *
      *****************************************
      * APROVACAO - NOVOS SALARIOS NO         *
      * CADAGENDA E AVALIACOES APROVADAS      *
      *****************************************
       APR-GRAVA.
           MOVE W-AA  TO AVLANO
           MOVE ZEROS TO AVLCHAPA
           START CADAVAL KEY NOT < AVLCHAVE
           IF ST-ERRO NOT = "00"
              GO TO APR-GRAVA-FIM.
       APR-GRAVA-LOOP.
           READ CADAVAL NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO APR-GRAVA-FIM.
           IF AVLANO NOT = W-AA
              GO TO APR-GRAVA-FIM.
           PERFORM MER-CALCULA THRU MER-CALCULA-FIM
           IF W-VALIDO NOT = "S"
              GO TO APR-GRAVA-LOOP.
           IF W-SALNOVO NOT > FUNCSALBASE
              GO TO APR-GRAVA-AVAL.
           IF W-TEMAGD = "S"
              MOVE W-SALNOVO TO AGDSALBASE
              REWRITE REGAGENDA
           ELSE
              MOVE AVLCHAPA  TO AGDCHAPA
              MOVE W-VIGMES  TO AGDMES
              MOVE W-VIGANO  TO AGDANO
              MOVE ZEROS     TO AGDCARGO AGDDEPTO
              MOVE W-SALNOVO TO AGDSALBASE
              MOVE "P"       TO AGDSTATUS
              WRITE REGAGENDA.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQ CADAGENDA"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADAGENDA"
              MOVE "S" TO W-FALHA
              GO TO APR-GRAVA-FIM.
           ADD 1 TO W-TOTAGD.
       APR-GRAVA-AVAL.
           MOVE "A"        TO AVLSITUACAO
           MOVE W-PERC     TO AVLPERC
           MOVE W-SALNOVO  TO AVLSALNOVO
           MOVE W-OPERADOR TO AVLOPERAPROV
           REWRITE REGAVAL
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO REG CADAVAL"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ALTERACAO DO REGISTRO CADAVAL"
              MOVE "S" TO W-FALHA
              GO TO APR-GRAVA-FIM.
           ADD 1 TO W-TOTAPROV
           GO TO APR-GRAVA-LOOP.
       APR-GRAVA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
