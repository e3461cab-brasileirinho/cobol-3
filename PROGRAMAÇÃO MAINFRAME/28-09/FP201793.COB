       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201793.
       AUTHOR. LEONARDO.
      **************************************
      * TRANSFERENCIA ENTRE EMPRESAS       *
      * (CONTINUIDADE DO CONTRATO)         *
      **************************************
      * MUDA A FUNCEMPRESA (E, SE INFORMADO, O
      * DEPARTAMENTO) DO FUNCIONARIO ATIVO NA DATA
      * DA TRANSFERENCIA, DENTRO DA COMPETENCIA
      * ABERTA, GRAVANDO AS IMAGENS B/A NO CADHISTIX
      * (DL106) E O MOVIMENTO NO CADTRANSF COM A
      * EMPRESA ANTERIOR E A NOVA. A CHAPA E A DATA
      * DE ADMISSAO NAO MUDAM - FERIAS EM ABERTO
      * (CADFERIAS), BANCO DE HORAS (CADBHORAS),
      * EMPRESTIMOS (CADEMPREST), PENSOES (CADPENSAO)
      * E BENEFICIOS (CADBENEF) SEGUEM COM ELA E SAO
      * LISTADOS NO RELTRANSF COMO SALDOS LEVADOS.
      * O MES DA TRANSFERENCIA E RATEADO PELO DL116:
      * OS DIAS ANTES DA DATA FICAM COM A EMPRESA
      * ANTERIOR (FP201615, FP201687 E FP201764)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.

           SELECT CADEMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMPCODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT CADEPTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGODEPTO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CENTRODECUSTO
                               WITH DUPLICATES.

           SELECT CADTRANSF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRFCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TRFCHAPA
                               WITH DUPLICATES.

           SELECT CADFERIAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS FERCHAPA
                               WITH DUPLICATES.

           SELECT CADBHORAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BHCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS BHCHAPA
                               WITH DUPLICATES.

           SELECT CADEMPREST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMPCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS EMPCHAPA
                               WITH DUPLICATES.

           SELECT CADPENSAO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PENCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PENCHAPA
                               WITH DUPLICATES.

           SELECT CADBENEF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BENCHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS BENCHAPA
                               WITH DUPLICATES.

           SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT RELTRANSF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADEMPRESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPRESA.DAT".
       01 REGEMPRESA.
                03 EMPCODIGO        PIC 9(02).
                03 EMPRAZAO         PIC X(30).
                03 EMPCNPJ          PIC 9(14).
                03 FILLER           PIC X(14).

       FD CADEPTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPTO.DAT".
       01 REGDEPTO.
                03 CODIGODEPTO    PIC 9(03).
                03 DENOMINACAODEPTO PIC X(15).
                03 CENTRODECUSTO  PIC 9(01).
                03 FILLER   PIC X(45).

       FD CADTRANSF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRANSF.DAT".
       01 REGTRANSF.
                03 TRFCHAVE.
                   05 TRFCHAPA       PIC 9(05).
                   05 TRFSEQ         PIC 9(02).
                03 TRFDEPTOANT       PIC 9(03).
                03 TRFDEPTONOVO      PIC 9(03).
                03 TRFDATA.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 TRFEMPANT         PIC 9(02).
                03 TRFEMPNOVO        PIC 9(02).
                03 FILLER            PIC X(09).

       FD CADFERIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFERIAS.DAT".
       01 REGFERIAS.
                03 FERCHAVE.
                   05 FERCHAPA       PIC 9(05).
                   05 FERINICIO.
                      07 DIA  PIC 9(02).
                      07 MES  PIC 9(02).
                      07 ANO  PIC 9(04).
                03 FERFIM.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 FERDIASDIR    PIC 9(02).
                03 FERDIASGOZO   PIC 9(02).
                03 FERDIASSALDO  PIC 9(02).
                03 FILLER        PIC X(16).

       FD CADBHORAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBHORAS.DAT".
       01 REGBHORAS.
                03 BHCHAVE.
                   05 BHCHAPA        PIC 9(05).
                   05 BHSEQ          PIC 9(04).
                03 BHTIPO            PIC X(01).
                03 BHMES             PIC 9(02).
                03 BHANO             PIC 9(02).
                03 BHHORAS           PIC 9(03).
                03 BHORIGEM          PIC X(01).
                03 FILLER            PIC X(14).

       FD CADEMPREST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPREST.DAT".
       01 REGEMPREST.
                03 EMPCHAVE.
                   05 EMPCHAPA       PIC 9(05).
                   05 EMPSEQ         PIC 9(02).
                03 EMPPRINCIPAL      PIC 9(06)V99.
                03 EMPPARCELA        PIC 9(06)V99.
                03 EMPTOTPARC        PIC 9(03).
                03 EMPRESTPARC       PIC 9(03).
                03 EMPMESINI         PIC 9(02).
                03 EMPANOINI         PIC 9(02).
                03 EMPMESULT         PIC 9(02).
                03 EMPANOULT         PIC 9(02).
                03 FILLER            PIC X(13).

       FD CADPENSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPENSAO.DAT".
       01 REGPENSAO.
                03 PENCHAVE.
                   05 PENCHAPA       PIC 9(05).
                   05 PENSEQ         PIC 9(02).
                03 PENNOME           PIC X(30).
                03 PENPERC           PIC 9(02)V99.
                03 PENBANCO          PIC 9(03).
                03 PENAGENCIA        PIC 9(05).
                03 PENCONTA          PIC 9(10).
                03 PENTIPOCONTA      PIC X(01).
                03 FILLER            PIC X(12).

       FD CADBENEF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBENEF.DAT".
       01 REGBENEF.
                03 BENCHAVE.
                   05 BENCHAPA       PIC 9(05).
                   05 BENTIPO        PIC 9(02).
                03 BENINICIO.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(02).
                03 BENFIM.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(02).
                03 BENVALOR          PIC 9(06)V99.
                03 FILLER            PIC X(15).

       FD CADSESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESSAO.DAT".
       01 REGSESSAO.
                03 SESOPERADOR       PIC X(08).
                03 SESPERFIL         PIC X(01).
                03 FILLER            PIC X(11).

       FD RELTRANSF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELTRANSF.DAT".
       01 REGRELTRANSF PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201793".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-DL100-DIA   PIC 9(02) VALUE ZEROS.
       77 W-DL100-MES   PIC 9(02) VALUE ZEROS.
       77 W-DL100-ANO   PIC 9(04) VALUE ZEROS.
       77 W-DL100-INV   PIC 9(01) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-CHAPA       PIC 9(05) VALUE ZEROS.
       77 W-EMPANT      PIC 9(02) VALUE ZEROS.
       77 W-EMPNOVO     PIC 9(02) VALUE ZEROS.
       77 W-RAZAOANT    PIC X(30) VALUE SPACES.
       77 W-RAZAONOVA   PIC X(30) VALUE SPACES.
       77 W-DEPTOANT    PIC 9(03) VALUE ZEROS.
       77 W-DEPTONOVO   PIC 9(03) VALUE ZEROS.
       77 W-DIASANT     PIC 9(02) VALUE ZEROS.
       77 W-REFTRF      PIC 9(08) VALUE ZEROS.
       77 W-REFADM      PIC 9(08) VALUE ZEROS.
       77 W-REFMES      PIC 9(06) VALUE ZEROS.
       77 W-REFBEN      PIC 9(06) VALUE ZEROS.
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-HISTTIPO    PIC X(01) VALUE SPACES.
       77 W-SEQLIVRE    PIC 9(02) VALUE ZEROS.
       77 W-QTDITEM     PIC 9(03) VALUE ZEROS.
       77 W-BHSALDO     PIC S9(05) VALUE ZEROS.
       77 W-TOTTRF      PIC 9(05) VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       01 W-REGHIST     PIC X(118) VALUE SPACES.
       01 W-SYSDATA     PIC 9(06) VALUE ZEROS.
       01 W-SYSDATAR REDEFINES W-SYSDATA.
          03 W-SYSANO   PIC 9(02).
          03 W-SYSMES   PIC 9(02).
          03 W-SYSDIA   PIC 9(02).
       01 W-DTTRF.
          03 W-TRFDIA   PIC 9(02) VALUE ZEROS.
          03 W-TRFMES   PIC 9(02) VALUE ZEROS.
          03 W-TRFANO   PIC 9(04) VALUE ZEROS.
       01 W-DTTRFN REDEFINES W-DTTRF PIC 9(08).
       01 WS-CAB1.
          03 FILLER       PIC X(45) VALUE
             "TRANSFERENCIA ENTRE EMPRESAS - CONTINUIDADE  ".
          03 FILLER       PIC X(06) VALUE "DATA: ".
          03 WS-CABDATA   PIC 99/99/99.
       01 WS-LINFUNC.
          03 FILLER       PIC X(07) VALUE "CHAPA: ".
          03 WS-FUNCHAPA  PIC 9(05).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-FUNNOME   PIC X(35).
          03 FILLER       PIC X(13) VALUE "  ADMISSAO: ".
          03 WS-FUNADMD   PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-FUNADMM   PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-FUNADMA   PIC 9(04).
       01 WS-LINEMP.
          03 FILLER       PIC X(04) VALUE "DE: ".
          03 WS-EMPANT    PIC 9(02).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-RAZANT    PIC X(30).
          03 FILLER       PIC X(08) VALUE "  PARA: ".
          03 WS-EMPNOVO   PIC 9(02).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-RAZNOVA   PIC X(30).
       01 WS-LINDATA.
          03 FILLER       PIC X(16) VALUE "TRANSFERIDO EM: ".
          03 WS-TRFDIA    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-TRFMES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-TRFANO    PIC 9(04).
          03 FILLER       PIC X(09) VALUE "  DEPTO: ".
          03 WS-DEPANT    PIC 9(03).
          03 FILLER       PIC X(04) VALUE " -> ".
          03 WS-DEPNOVO   PIC 9(03).
          03 FILLER       PIC X(30) VALUE
             "  DIAS DO MES NA ANTERIOR....:".
          03 WS-DIASANT   PIC Z9.
          03 FILLER       PIC X(03) VALUE "/30".
       01 WS-LINSECAO.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-SECAO     PIC X(50).
       01 WS-LINMSG.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 WS-MSG       PIC X(50).
       01 WS-LINFER.
          03 FILLER       PIC X(12) VALUE "    PERIODO ".
          03 WS-FERIDIA   PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-FERIMES   PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-FERIANO   PIC 9(04).
          03 FILLER       PIC X(03) VALUE " A ".
          03 WS-FERFDIA   PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-FERFMES   PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-FERFANO   PIC 9(04).
          03 FILLER       PIC X(11) VALUE "  DIREITO: ".
          03 WS-FERDIR    PIC Z9.
          03 FILLER       PIC X(11) VALUE "  GOZADOS: ".
          03 WS-FERGOZO   PIC Z9.
          03 FILLER       PIC X(09) VALUE "  SALDO: ".
          03 WS-FERSALDO  PIC Z9.
       01 WS-LINBH.
          03 FILLER       PIC X(29) VALUE
             "    SALDO DO BANCO DE HORAS: ".
          03 WS-BHSALDO   PIC -ZZZ9.
          03 FILLER       PIC X(06) VALUE " HORAS".
       01 WS-LINEPR.
          03 FILLER       PIC X(13) VALUE "    CONTRATO ".
          03 WS-EPRSEQ    PIC 9(02).
          03 FILLER       PIC X(11) VALUE "  PARCELA: ".
          03 WS-EPRPARC   PIC ZZZ.ZZZ,99.
          03 FILLER       PIC X(13) VALUE "  RESTANTES: ".
          03 WS-EPRREST   PIC ZZ9.
          03 FILLER       PIC X(04) VALUE " DE ".
          03 WS-EPRTOT    PIC ZZ9.
       01 WS-LINPEN.
          03 FILLER       PIC X(11) VALUE "    PENSAO ".
          03 WS-PENSEQ    PIC 9(02).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-PENNOME   PIC X(30).
          03 FILLER       PIC X(09) VALUE "  PERC.: ".
          03 WS-PENPERC   PIC Z9,99.
       01 WS-LINBEN.
          03 FILLER       PIC X(14) VALUE "    BENEFICIO ".
          03 WS-BENTIPO   PIC 9(02).
          03 FILLER       PIC X(09) VALUE "  VALOR: ".
          03 WS-BENVALOR  PIC ZZZ.ZZZ,99.
          03 FILLER       PIC X(07) VALUE "  FIM: ".
          03 WS-BENFIM    PIC X(08).
       01 WS-BENFIMD.
          03 WS-BFDIA     PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-BFMES     PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-BFANO     PIC 9(02).
       01 WS-RODAPE.
          03 FILLER        PIC X(25) VALUE
             "TRANSFERENCIAS GRAVADAS: ".
          03 WS-RODTRF     PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       TRF-SESSAO.
           OPEN INPUT CADSESSAO
           IF ST-ERRO = "00"
              READ CADSESSAO
              IF ST-ERRO = "00"
                 MOVE SESOPERADOR TO W-OPERADOR
                 CLOSE CADSESSAO
              ELSE
                 CLOSE CADSESSAO.
      *
       INC-OP0.
           OPEN I-O CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT CADEMPRESA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ CADEMPRESA" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEMPRESA"
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN INPUT CADEPTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPTO" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPTO"
              GO TO ROT-FIMS.
       INC-OP3.
           OPEN I-O CADTRANSF
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADTRANSF
                 CLOSE CADTRANSF
                 GO TO INC-OP3
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQ CADTRANSF"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTRANSF"
                 GO TO ROT-FIMS.
       INC-OP4.
           OPEN OUTPUT RELTRANSF
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQ RELTRANSF" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELTRANSF"
              GO TO ROT-FIMS.
      *
           ACCEPT W-SYSDATA FROM DATE
           MOVE W-SYSDATA TO WS-CABDATA
           MOVE SPACES  TO REGRELTRANSF
           MOVE WS-CAB1 TO REGRELTRANSF
           WRITE REGRELTRANSF.
      *
      *****************************************
      * FUNCIONARIO, EMPRESA NOVA, DATA E     *
      * DEPARTAMENTO                          *
      *****************************************
       INC-ACE0.
           DISPLAY "TRANSFERENCIA ENTRE EMPRESAS"
           DISPLAY "CHAPA (00000 = FIM): "
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
              GO TO TRF-FIM.
           ADD 1 TO W-CTLLIDOS
           MOVE W-CHAPA TO CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              DISPLAY "CHAPA NAO CADASTRADA"
              GO TO INC-ACE0.
           IF ESTATUS NOT = "A"
              DISPLAY "FUNCIONARIO NAO ESTA ATIVO"
              GO TO INC-ACE0.
           MOVE FUNCEMPRESA TO W-EMPANT
           IF W-EMPANT = ZEROS
              MOVE 1 TO W-EMPANT.
           MOVE SPACES TO W-RAZAOANT
           MOVE W-EMPANT TO EMPCODIGO
           READ CADEMPRESA
           IF ST-ERRO = "00"
              MOVE EMPRAZAO TO W-RAZAOANT.
           DISPLAY NOME
           DISPLAY "EMPRESA ATUAL: " W-EMPANT " " W-RAZAOANT.
       INC-ACE1.
           DISPLAY "NOVA EMPRESA: "
           ACCEPT W-EMPNOVO
           IF W-EMPNOVO = ZEROS OR W-EMPNOVO = W-EMPANT
              DISPLAY "EMPRESA INVALIDA"
              GO TO INC-ACE1.
           MOVE W-EMPNOVO TO EMPCODIGO
           READ CADEMPRESA
           IF ST-ERRO NOT = "00"
              DISPLAY "EMPRESA NAO CADASTRADA"
              GO TO INC-ACE1.
           MOVE EMPRAZAO TO W-RAZAONOVA.
       INC-ACE2.
           DISPLAY "DATA DA TRANSFERENCIA (DDMMAAAA): "
           ACCEPT W-DTTRFN
           MOVE W-TRFDIA TO W-DL100-DIA
           MOVE W-TRFMES TO W-DL100-MES
           MOVE W-TRFANO TO W-DL100-ANO
           CALL "DL100" USING W-DL100-DIA W-DL100-MES W-DL100-ANO
                              W-DL100-INV
           IF W-DL100-INV NOT = ZEROS
              DISPLAY "DATA INVALIDA"
              GO TO INC-ACE2.
      *    SO NA COMPETENCIA ABERTA - A FECHADA JA FOI PAGA
           IF W-TRFMES NOT = W-SYSMES OR
              W-TRFANO NOT = 2000 + W-SYSANO
              DISPLAY "DATA FORA DA COMPETENCIA ABERTA"
              GO TO INC-ACE2.
           COMPUTE W-REFTRF = (W-TRFANO * 10000) + (W-TRFMES * 100)
                            +  W-TRFDIA
           COMPUTE W-REFADM = (ANO OF DATAADM * 10000)
                            + (MES OF DATAADM * 100)
                            +  DIA OF DATAADM
           IF W-REFTRF < W-REFADM
              DISPLAY "DATA ANTERIOR A ADMISSAO"
              GO TO INC-ACE2.
       INC-ACE3.
           MOVE FUNCDEPTO TO W-DEPTOANT
           DISPLAY "NOVO DEPARTAMENTO (000 = MANTEM): "
           ACCEPT W-DEPTONOVO
           IF W-DEPTONOVO = ZEROS
              MOVE W-DEPTOANT TO W-DEPTONOVO
              GO TO INC-ACE4.
           MOVE W-DEPTONOVO TO CODIGODEPTO
           READ CADEPTO
           IF ST-ERRO NOT = "00"
              DISPLAY "DEPARTAMENTO NAO CADASTRADO"
              GO TO INC-ACE3.
       INC-ACE4.
           DISPLAY "CONFIRMA A TRANSFERENCIA (S/N)? "
           ACCEPT W-OPCAO
           IF W-OPCAO = "s"
              MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "n"
              MOVE "N" TO W-OPCAO.
           IF W-OPCAO NOT = "S" AND "N"
              GO TO INC-ACE4.
           IF W-OPCAO = "N"
              ADD 1 TO W-CTLPULADOS
              GO TO INC-ACE0.
           PERFORM TRF-APLICA THRU TRF-APLICA-FIM
           PERFORM TRF-RELAT  THRU TRF-RELAT-FIM
           GO TO INC-ACE0.
      *
      *****************************************
      * IMAGEM B, MUDA O CADFUNC, IMAGEM A E  *
      * MOVIMENTO NO CADTRANSF                *
      *****************************************
       TRF-APLICA.
           MOVE "B" TO W-HISTTIPO
           PERFORM TRF-HIST THRU TRF-HIST-FIM
           MOVE W-EMPNOVO   TO FUNCEMPRESA
           MOVE W-DEPTONOVO TO FUNCDEPTO
           REWRITE REGFUNC
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADFUNC"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA REGRAVACAO DO ARQUIVO CADFUNC"
              GO TO ROT-FIMS.
           MOVE "A" TO W-HISTTIPO
           PERFORM TRF-HIST THRU TRF-HIST-FIM
           MOVE ZEROS TO W-SEQLIVRE
           MOVE CHAPA TO TRFCHAPA
           MOVE ZEROS TO TRFSEQ
           START CADTRANSF KEY NOT < TRFCHAVE
           IF ST-ERRO NOT = "00"
              GO TO TRF-APLICA-GRAVA.
       TRF-APLICA-LE.
           READ CADTRANSF NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO TRF-APLICA-GRAVA.
           IF TRFCHAPA NOT = CHAPA
              GO TO TRF-APLICA-GRAVA.
           MOVE TRFSEQ TO W-SEQLIVRE
           GO TO TRF-APLICA-LE.
       TRF-APLICA-GRAVA.
           MOVE CHAPA       TO TRFCHAPA
           COMPUTE TRFSEQ = W-SEQLIVRE + 1
           MOVE W-DEPTOANT  TO TRFDEPTOANT
           MOVE W-DEPTONOVO TO TRFDEPTONOVO
           MOVE W-TRFDIA    TO DIA OF TRFDATA
           MOVE W-TRFMES    TO MES OF TRFDATA
           MOVE W-TRFANO    TO ANO OF TRFDATA
           MOVE W-EMPANT    TO TRFEMPANT
           MOVE W-EMPNOVO   TO TRFEMPNOVO
           WRITE REGTRANSF
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQ CADTRANSF"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADTRANSF"
              GO TO ROT-FIMS.
           ADD 1 TO W-TOTTRF
      *    DIAS DO MES QUE FICAM COM A ANTERIOR - MESMA
      *    REGRA DO DL116 (BASE 30)
           COMPUTE W-DIASANT = W-TRFDIA - 1
           IF W-DIASANT > 30
              MOVE 30 TO W-DIASANT.
           DISPLAY "TRANSFERENCIA GRAVADA".
       TRF-APLICA-FIM.
           EXIT.
      *
       TRF-HIST.
      *    GRAVACAO NO HISTORICO INDEXADO (CADHISTIX)
      *    CENTRALIZADA NA ROTINA DL106
           MOVE REGFUNC TO W-REGHIST
           CALL "DL106" USING CHAPA W-HISTTIPO W-REGHIST
                              W-OPERADOR.
       TRF-HIST-FIM.
           EXIT.
      *
      *****************************************
      * COMPROVANTE E SALDOS LEVADOS PARA A   *
      * NOVA EMPRESA                          *
      *****************************************
       TRF-RELAT.
           MOVE SPACES      TO REGRELTRANSF
           WRITE REGRELTRANSF
           MOVE CHAPA       TO WS-FUNCHAPA
           MOVE NOME        TO WS-FUNNOME
           MOVE DIA OF DATAADM TO WS-FUNADMD
           MOVE MES OF DATAADM TO WS-FUNADMM
           MOVE ANO OF DATAADM TO WS-FUNADMA
           MOVE WS-LINFUNC  TO REGRELTRANSF
           WRITE REGRELTRANSF
           MOVE W-EMPANT    TO WS-EMPANT
           MOVE W-RAZAOANT  TO WS-RAZANT
           MOVE W-EMPNOVO   TO WS-EMPNOVO
           MOVE W-RAZAONOVA TO WS-RAZNOVA
           MOVE SPACES      TO REGRELTRANSF
           MOVE WS-LINEMP   TO REGRELTRANSF
           WRITE REGRELTRANSF
           MOVE W-TRFDIA    TO WS-TRFDIA
           MOVE W-TRFMES    TO WS-TRFMES
           MOVE W-TRFANO    TO WS-TRFANO
           MOVE W-DEPTOANT  TO WS-DEPANT
           MOVE W-DEPTONOVO TO WS-DEPNOVO
           MOVE W-DIASANT   TO WS-DIASANT
           MOVE SPACES      TO REGRELTRANSF
           MOVE WS-LINDATA  TO REGRELTRANSF
           WRITE REGRELTRANSF
           PERFORM REL-FERIAS  THRU REL-FERIAS-FIM
           PERFORM REL-BHORAS  THRU REL-BHORAS-FIM
           PERFORM REL-EMPREST THRU REL-EMPREST-FIM
           PERFORM REL-PENSAO  THRU REL-PENSAO-FIM
           PERFORM REL-BENEF   THRU REL-BENEF-FIM.
       TRF-RELAT-FIM.
           EXIT.
      *
       REL-SECAO.
           MOVE SPACES      TO REGRELTRANSF
           MOVE WS-LINSECAO TO REGRELTRANSF
           WRITE REGRELTRANSF.
       REL-SECAO-FIM.
           EXIT.
      *
       REL-MSG.
           MOVE SPACES    TO REGRELTRANSF
           MOVE WS-LINMSG TO REGRELTRANSF
           WRITE REGRELTRANSF.
       REL-MSG-FIM.
           EXIT.
      *
      *****************************************
      * PERIODOS DE FERIAS COM SALDO          *
      *****************************************
       REL-FERIAS.
           MOVE "FERIAS EM ABERTO (CADFERIAS)" TO WS-SECAO
           PERFORM REL-SECAO THRU REL-SECAO-FIM
           MOVE ZEROS TO W-QTDITEM
           OPEN INPUT CADFERIAS
           IF ST-ERRO NOT = "00"
              MOVE "SEM CADASTRO DE FERIAS" TO WS-MSG
              PERFORM REL-MSG THRU REL-MSG-FIM
              GO TO REL-FERIAS-FIM.
           MOVE CHAPA TO FERCHAPA
           MOVE ZEROS TO FERINICIO
           START CADFERIAS KEY NOT < FERCHAVE
           IF ST-ERRO NOT = "00"
              GO TO REL-FERIAS-ENC.
       REL-FERIAS-LOOP.
           READ CADFERIAS NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO REL-FERIAS-ENC.
           IF FERCHAPA NOT = CHAPA
              GO TO REL-FERIAS-ENC.
           IF FERDIASSALDO = ZEROS
              GO TO REL-FERIAS-LOOP.
           MOVE DIA OF FERINICIO TO WS-FERIDIA
           MOVE MES OF FERINICIO TO WS-FERIMES
           MOVE ANO OF FERINICIO TO WS-FERIANO
           MOVE DIA OF FERFIM    TO WS-FERFDIA
           MOVE MES OF FERFIM    TO WS-FERFMES
           MOVE ANO OF FERFIM    TO WS-FERFANO
           MOVE FERDIASDIR       TO WS-FERDIR
           MOVE FERDIASGOZO      TO WS-FERGOZO
           MOVE FERDIASSALDO     TO WS-FERSALDO
           MOVE SPACES    TO REGRELTRANSF
           MOVE WS-LINFER TO REGRELTRANSF
           WRITE REGRELTRANSF
           ADD 1 TO W-QTDITEM
           GO TO REL-FERIAS-LOOP.
       REL-FERIAS-ENC.
           CLOSE CADFERIAS
           IF W-QTDITEM = ZEROS
              MOVE "NENHUM PERIODO COM SALDO" TO WS-MSG
              PERFORM REL-MSG THRU REL-MSG-FIM.
       REL-FERIAS-FIM.
           EXIT.
      *
      *****************************************
      * SALDO DO BANCO DE HORAS (C - D/F)     *
      *****************************************
       REL-BHORAS.
           MOVE "BANCO DE HORAS (CADBHORAS)" TO WS-SECAO
           PERFORM REL-SECAO THRU REL-SECAO-FIM
           MOVE ZEROS TO W-BHSALDO
           OPEN INPUT CADBHORAS
           IF ST-ERRO NOT = "00"
              MOVE "SEM CADASTRO DE BANCO DE HORAS" TO WS-MSG
              PERFORM REL-MSG THRU REL-MSG-FIM
              GO TO REL-BHORAS-FIM.
           MOVE CHAPA TO BHCHAPA
           MOVE ZEROS TO BHSEQ
           START CADBHORAS KEY NOT < BHCHAVE
           IF ST-ERRO NOT = "00"
              GO TO REL-BHORAS-ENC.
       REL-BHORAS-LOOP.
           READ CADBHORAS NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO REL-BHORAS-ENC.
           IF BHCHAPA NOT = CHAPA
              GO TO REL-BHORAS-ENC.
           IF BHTIPO = "C"
              ADD BHHORAS TO W-BHSALDO.
           IF BHTIPO = "D" OR "F"
              SUBTRACT BHHORAS FROM W-BHSALDO.
           GO TO REL-BHORAS-LOOP.
       REL-BHORAS-ENC.
           CLOSE CADBHORAS
           MOVE W-BHSALDO TO WS-BHSALDO
           MOVE SPACES   TO REGRELTRANSF
           MOVE WS-LINBH TO REGRELTRANSF
           WRITE REGRELTRANSF.
       REL-BHORAS-FIM.
           EXIT.
      *
      *****************************************
      * EMPRESTIMOS COM PARCELAS A DESCONTAR  *
      *****************************************
       REL-EMPREST.
           MOVE "EMPRESTIMOS CONSIGNADOS (CADEMPREST)" TO WS-SECAO
           PERFORM REL-SECAO THRU REL-SECAO-FIM
           MOVE ZEROS TO W-QTDITEM
           OPEN INPUT CADEMPREST
           IF ST-ERRO NOT = "00"
              MOVE "SEM CADASTRO DE EMPRESTIMOS" TO WS-MSG
              PERFORM REL-MSG THRU REL-MSG-FIM
              GO TO REL-EMPREST-FIM.
           MOVE CHAPA TO EMPCHAPA
           MOVE ZEROS TO EMPSEQ
           START CADEMPREST KEY NOT < EMPCHAVE
           IF ST-ERRO NOT = "00"
              GO TO REL-EMPREST-ENC.
       REL-EMPREST-LOOP.
           READ CADEMPREST NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO REL-EMPREST-ENC.
           IF EMPCHAPA NOT = CHAPA
              GO TO REL-EMPREST-ENC.
           IF EMPRESTPARC = ZEROS
              GO TO REL-EMPREST-LOOP.
           MOVE EMPSEQ      TO WS-EPRSEQ
           MOVE EMPPARCELA  TO WS-EPRPARC
           MOVE EMPRESTPARC TO WS-EPRREST
           MOVE EMPTOTPARC  TO WS-EPRTOT
           MOVE SPACES    TO REGRELTRANSF
           MOVE WS-LINEPR TO REGRELTRANSF
           WRITE REGRELTRANSF
           ADD 1 TO W-QTDITEM
           GO TO REL-EMPREST-LOOP.
       REL-EMPREST-ENC.
           CLOSE CADEMPREST
           IF W-QTDITEM = ZEROS
              MOVE "NENHUM EMPRESTIMO EM ABERTO" TO WS-MSG
              PERFORM REL-MSG THRU REL-MSG-FIM.
       REL-EMPREST-FIM.
           EXIT.
      *
      *****************************************
      * PENSOES ALIMENTICIAS                  *
      *****************************************
       REL-PENSAO.
           MOVE "PENSAO ALIMENTICIA (CADPENSAO)" TO WS-SECAO
           PERFORM REL-SECAO THRU REL-SECAO-FIM
           MOVE ZEROS TO W-QTDITEM
           OPEN INPUT CADPENSAO
           IF ST-ERRO NOT = "00"
              MOVE "SEM CADASTRO DE PENSOES" TO WS-MSG
              PERFORM REL-MSG THRU REL-MSG-FIM
              GO TO REL-PENSAO-FIM.
           MOVE CHAPA TO PENCHAPA
           MOVE ZEROS TO PENSEQ
           START CADPENSAO KEY NOT < PENCHAVE
           IF ST-ERRO NOT = "00"
              GO TO REL-PENSAO-ENC.
       REL-PENSAO-LOOP.
           READ CADPENSAO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO REL-PENSAO-ENC.
           IF PENCHAPA NOT = CHAPA
              GO TO REL-PENSAO-ENC.
           MOVE PENSEQ  TO WS-PENSEQ
           MOVE PENNOME TO WS-PENNOME
           MOVE PENPERC TO WS-PENPERC
           MOVE SPACES    TO REGRELTRANSF
           MOVE WS-LINPEN TO REGRELTRANSF
           WRITE REGRELTRANSF
           ADD 1 TO W-QTDITEM
           GO TO REL-PENSAO-LOOP.
       REL-PENSAO-ENC.
           CLOSE CADPENSAO
           IF W-QTDITEM = ZEROS
              MOVE "NENHUMA PENSAO CADASTRADA" TO WS-MSG
              PERFORM REL-MSG THRU REL-MSG-FIM.
       REL-PENSAO-FIM.
           EXIT.
      *
      *****************************************
      * BENEFICIOS VIGENTES NA TRANSFERENCIA  *
      *****************************************
       REL-BENEF.
           MOVE "BENEFICIOS (CADBENEF)" TO WS-SECAO
           PERFORM REL-SECAO THRU REL-SECAO-FIM
           MOVE ZEROS TO W-QTDITEM
           COMPUTE W-REFMES = (W-TRFANO * 100) + W-TRFMES
           OPEN INPUT CADBENEF
           IF ST-ERRO NOT = "00"
              MOVE "SEM CADASTRO DE BENEFICIOS" TO WS-MSG
              PERFORM REL-MSG THRU REL-MSG-FIM
              GO TO REL-BENEF-FIM.
           MOVE CHAPA TO BENCHAPA
           MOVE ZEROS TO BENTIPO
           START CADBENEF KEY NOT < BENCHAVE
           IF ST-ERRO NOT = "00"
              GO TO REL-BENEF-ENC.
       REL-BENEF-LOOP.
           READ CADBENEF NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO REL-BENEF-ENC.
           IF BENCHAPA NOT = CHAPA
              GO TO REL-BENEF-ENC.
           MOVE "ABERTO" TO WS-BENFIM
           IF BENFIM = ZEROS
              GO TO REL-BENEF-LINHA.
           COMPUTE W-REFBEN = ((2000 + ANO OF BENFIM) * 100)
                            +  MES OF BENFIM
           IF W-REFBEN < W-REFMES
              GO TO REL-BENEF-LOOP.
           MOVE DIA OF BENFIM TO WS-BFDIA
           MOVE MES OF BENFIM TO WS-BFMES
           MOVE ANO OF BENFIM TO WS-BFANO
           MOVE WS-BENFIMD    TO WS-BENFIM.
       REL-BENEF-LINHA.
           MOVE BENTIPO  TO WS-BENTIPO
           MOVE BENVALOR TO WS-BENVALOR
           MOVE SPACES    TO REGRELTRANSF
           MOVE WS-LINBEN TO REGRELTRANSF
           WRITE REGRELTRANSF
           ADD 1 TO W-QTDITEM
           GO TO REL-BENEF-LOOP.
       REL-BENEF-ENC.
           CLOSE CADBENEF
           IF W-QTDITEM = ZEROS
              MOVE "NENHUM BENEFICIO VIGENTE" TO WS-MSG
              PERFORM REL-MSG THRU REL-MSG-FIM.
       REL-BENEF-FIM.
           EXIT.
      *
       TRF-FIM.
           MOVE W-TOTTRF  TO WS-RODTRF
           MOVE SPACES    TO REGRELTRANSF
           WRITE REGRELTRANSF
           MOVE WS-RODAPE TO REGRELTRANSF
           WRITE REGRELTRANSF
           MOVE W-TOTTRF TO W-CTLGRAV
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE CADFUNC CADEMPRESA CADEPTO CADTRANSF RELTRANSF
           DISPLAY "TRANSFERENCIAS GRAVADAS: " W-TOTTRF
           GO TO ROT-FIMS.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           STOP RUN.
       ROT-FIMS.
           STOP RUN.
