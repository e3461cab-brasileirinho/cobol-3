       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201740.
       AUTHOR. LEONARDO.
      **************************************
      * EMISSAO DO PPP (PERFIL PROFISSIOGRAFICO *
      * PREVIDENCIARIO)                    *
      **************************************
      * PARA UMA CHAPA COM HISTORICO DE EXPOSICAO,
      * MONTA OS PERIODOS DO CONTRATO PELO DL109
      * (CADTRANSF + CADHISTIX + CADRISCO) E IMPRIME
      * NO RELPPP UMA SECAO POR PERIODO: SETOR,
      * CARGO, AGENTES NOCIVOS VIGENTES NO PERIODO E
      * OS EXAMES DO CADASO FEITOS NO PERIODO.
      * REGISTRA A EMISSAO NO CADPPP, QUE O FP201641
      * CONSULTA PARA AVISAR DESLIGAMENTO SEM PPP
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

           SELECT CADRISCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSCCHAVE
                    FILE STATUS  IS W-STRSC.

           SELECT CADASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ASOCHAVE
                    FILE STATUS  IS W-STASO
                    ALTERNATE RECORD KEY IS ASOCHAPA
                               WITH DUPLICATES.

           SELECT CADPPP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PPPCHAPA
                    FILE STATUS  IS ST-ERRO.

           SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT RELPPP ASSIGN TO DISK
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
                03 FILLER            PIC X(31).

       FD CADRISCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRISCO.DAT".
       01 REGRISCO.
                03 RSCCHAVE.
                   05 RSCDEPTO       PIC 9(03).
                   05 RSCCARGO       PIC 9(03).
                   05 RSCSEQ         PIC 9(02).
                03 RSCTIPO           PIC X(01).
                03 RSCGRAU           PIC X(01).
                03 RSCINICIO.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 RSCFIM.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 RSCAGENTE         PIC X(30).
                03 FILLER            PIC X(12).

       FD CADASO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADASO.DAT".
       01 REGASO.
                03 ASOCHAVE.
                   05 ASOCHAPA       PIC 9(05).
                   05 ASOSEQ         PIC 9(02).
                03 ASOTIPO           PIC X(01).
                03 ASODATA.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 ASOVALIDADE       PIC 9(02).
                03 FILLER            PIC X(14).

       FD CADPPP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPPP.DAT".
       01 REGPPP.
                03 PPPCHAPA          PIC 9(05).
                03 PPPEMISSAO.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 PPPQTDPER         PIC 9(02).
                03 PPPOPER           PIC X(08).
                03 FILLER            PIC X(17).

       FD CADSESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESSAO.DAT".
       01 REGSESSAO.
                03 SESOPERADOR       PIC X(08).
                03 SESPERFIL         PIC X(01).
                03 FILLER            PIC X(11).

       FD RELPPP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPPP.DAT".
       01 REGRELPPP PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STRSC       PIC X(02) VALUE "00".
       77 W-STASO       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201740".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-CHAPA       PIC 9(05) VALUE ZEROS.
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-IND         PIC 9(02) COMP VALUE ZEROS.
       77 W-QTDAGE      PIC 9(03) VALUE ZEROS.
       77 W-QTDEXA      PIC 9(03) VALUE ZEROS.
       77 W-TOTEMIT     PIC 9(05) VALUE ZEROS.
       77 W-RSCINI      PIC 9(08) VALUE ZEROS.
       77 W-RSCFIM      PIC 9(08) VALUE ZEROS.
       77 W-ASODATA     PIC 9(08) VALUE ZEROS.
       77 W-DATAIMP     PIC 9(08) VALUE ZEROS.
       01 W-DATAAUX     PIC 9(08) VALUE ZEROS.
       01 W-DATAAUXR REDEFINES W-DATAAUX.
          03 W-AUXANO   PIC 9(04).
          03 W-AUXMES   PIC 9(02).
          03 W-AUXDIA   PIC 9(02).
       01 W-REGHIST     PIC X(118) VALUE SPACES.
       01 W-PPPEXPOSTO  PIC X(01) VALUE "N".
       01 W-PPPTAB.
          03 W-PPPQTD       PIC 9(02).
          03 W-PPPPER OCCURS 30 TIMES.
             05 W-PPPINI    PIC 9(08).
             05 W-PPPFIM    PIC 9(08).
             05 W-PPPDEPTO  PIC 9(03).
             05 W-PPPCARGO  PIC 9(03).
             05 W-PPPEXPOS  PIC X(01).
       01 W-SYSDATA     PIC 9(06) VALUE ZEROS.
       01 W-SYSDATAR REDEFINES W-SYSDATA.
          03 W-SYSANO   PIC 9(02).
          03 W-SYSMES   PIC 9(02).
          03 W-SYSDIA   PIC 9(02).
       01 WS-LINTRACO   PIC X(100) VALUE ALL "-".
       01 WS-CAB1       PIC X(100) VALUE
          "          PERFIL PROFISSIOGRAFICO PREVIDENCIARIO - PPP".
       01 WS-LINFUNC.
          03 FILLER        PIC X(07) VALUE "CHAPA: ".
          03 WS-CHAPA      PIC 9(05).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-NOME       PIC X(35).
          03 FILLER        PIC X(07) VALUE "  CPF: ".
          03 WS-CPF        PIC 999.999.999B99.
       01 WS-LINDATAS.
          03 FILLER        PIC X(10) VALUE "ADMISSAO: ".
          03 WS-DATAADM    PIC 99/99/9999.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(10) VALUE "DEMISSAO: ".
          03 WS-DATADEM    PIC 99/99/9999.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(09) VALUE "EMISSAO: ".
          03 WS-EMISSAO    PIC 99/99/9999.
       01 WS-LINPER.
          03 FILLER        PIC X(08) VALUE "PERIODO ".
          03 WS-PERNUM     PIC Z9.
          03 FILLER        PIC X(02) VALUE ": ".
          03 WS-PERINI     PIC 99/99/9999.
          03 FILLER        PIC X(03) VALUE " A ".
          03 WS-PERFIM     PIC X(10).
          03 FILLER        PIC X(09) VALUE "  SETOR: ".
          03 WS-PERDEPTO   PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-PERDEPTONM PIC X(15).
          03 FILLER        PIC X(09) VALUE "  CARGO: ".
          03 WS-PERCARGO   PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-PERCARGONM PIC X(15).
       01 WS-LINAGE.
          03 FILLER        PIC X(18) VALUE "   AGENTE NOCIVO: ".
          03 WS-AGENTE     PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-AGETIPO    PIC X(22).
          03 FILLER        PIC X(04) VALUE " DE ".
          03 WS-AGEINI     PIC 99/99/9999.
          03 FILLER        PIC X(03) VALUE " A ".
          03 WS-AGEFIM     PIC X(10).
       01 WS-LINEXA.
          03 FILLER        PIC X(18) VALUE "   EXAME (ASO):   ".
          03 WS-EXADATA    PIC 99/99/9999.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-EXATIPO    PIC X(12).
       01 WS-LINSEM        PIC X(50) VALUE
          "   SEM EXPOSICAO A AGENTES NOCIVOS NO PERIODO".
       01 WS-EDDATA        PIC 99/99/9999.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       PPP-SESSAO.
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
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT CADEPTO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPTO" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPTO"
              GO TO ROT-FIMS.
       INC-OP2.
           OPEN INPUT CADCARGO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADCARGO"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCARGO"
              GO TO ROT-FIMS.
       INC-OP3.
           OPEN INPUT CADRISCO
           IF W-STRSC NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADRISCO"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STRSC
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRISCO"
              GO TO ROT-FIMS.
       INC-OP4.
      *    SEM CADASO O PPP SAI SEM A MONITORACAO BIOLOGICA
           OPEN INPUT CADASO.
       INC-OP5.
           OPEN I-O CADPPP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADPPP
                 CLOSE CADPPP
                 GO TO INC-OP5
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPPP"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPPP"
                 GO TO ROT-FIMS.
       INC-OP6.
           OPEN OUTPUT RELPPP
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELPPP" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELPPP"
              GO TO ROT-FIMS.
           ACCEPT W-SYSDATA FROM DATE.
      *
       PPP-PEDE.
           DISPLAY "EMISSAO DO PPP - CHAPA (00000=FIM): "
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
              GO TO PPP-ENCERRA.
           MOVE W-CHAPA TO CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              DISPLAY "FUNCIONARIO NAO CADASTRADO"
              GO TO PPP-PEDE.
           MOVE REGFUNC TO W-REGHIST
           CALL "DL109" USING W-REGHIST W-PPPTAB W-PPPEXPOSTO
           IF W-PPPEXPOSTO NOT = "S"
              DISPLAY "CHAPA SEM HISTORICO DE EXPOSICAO - PPP NAO "
                      "EMITIDO"
              GO TO PPP-PEDE.
           PERFORM PPP-CABECALHO THRU PPP-CABECALHO-FIM
           MOVE ZEROS TO W-IND.
       PPP-PERIODO.
           ADD 1 TO W-IND
           IF W-IND > W-PPPQTD
              GO TO PPP-REGISTRA.
           PERFORM PPP-SECAO THRU PPP-SECAO-FIM
           GO TO PPP-PERIODO.
      *
      *****************************************
      * REGISTRA A EMISSAO NO CADPPP (NOVA    *
      * EMISSAO SUBSTITUI A ANTERIOR)         *
      *****************************************
       PPP-REGISTRA.
           MOVE SPACES      TO REGRELPPP
           MOVE WS-LINTRACO TO REGRELPPP
           WRITE REGRELPPP
           MOVE SPACES   TO REGPPP
           MOVE CHAPA    TO PPPCHAPA
           MOVE W-SYSDIA TO DIA OF PPPEMISSAO
           MOVE W-SYSMES TO MES OF PPPEMISSAO
           COMPUTE ANO OF PPPEMISSAO = 2000 + W-SYSANO
           MOVE W-PPPQTD   TO PPPQTDPER
           MOVE W-OPERADOR TO PPPOPER
           WRITE REGPPP
           IF ST-ERRO = "22"
              REWRITE REGPPP.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPPP" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADPPP"
              GO TO ROT-FIMS.
           ADD 1 TO W-TOTEMIT
           DISPLAY "PPP EMITIDO - PERIODOS: " W-PPPQTD
           GO TO PPP-PEDE.
      *
       PPP-ENCERRA.
           CLOSE CADFUNC CADEPTO CADCARGO CADRISCO CADPPP RELPPP
           IF W-STASO = "00"
              CLOSE CADASO.
           DISPLAY "PPP EMITIDOS EM RELPPP.DAT: " W-TOTEMIT
           GO TO ROT-FIM.
      *
      *****************************************
      * IDENTIFICACAO DO TRABALHADOR          *
      *****************************************
       PPP-CABECALHO.
           MOVE SPACES      TO REGRELPPP
           MOVE WS-LINTRACO TO REGRELPPP
           WRITE REGRELPPP
           MOVE SPACES      TO REGRELPPP
           MOVE WS-CAB1     TO REGRELPPP
           WRITE REGRELPPP
           MOVE SPACES      TO REGRELPPP
           MOVE WS-LINTRACO TO REGRELPPP
           WRITE REGRELPPP
           MOVE CHAPA       TO WS-CHAPA
           MOVE NOME        TO WS-NOME
           MOVE CPF         TO WS-CPF
           MOVE SPACES      TO REGRELPPP
           MOVE WS-LINFUNC  TO REGRELPPP
           WRITE REGRELPPP
           MOVE DATAADM     TO WS-DATAADM
           MOVE DATADEM     TO WS-DATADEM
           COMPUTE W-DATAIMP = (W-SYSDIA * 1000000)
                             + (W-SYSMES * 10000)
                             + (2000 + W-SYSANO)
           MOVE W-DATAIMP   TO WS-EMISSAO
           MOVE SPACES      TO REGRELPPP
           MOVE WS-LINDATAS TO REGRELPPP
           WRITE REGRELPPP.
       PPP-CABECALHO-FIM.
           EXIT.
      *
      *****************************************
      * SECAO DE UM PERIODO: SETOR, CARGO,    *
      * AGENTES E EXAMES                      *
      *****************************************
       PPP-SECAO.
           MOVE SPACES TO REGRELPPP
           WRITE REGRELPPP
           MOVE W-IND  TO WS-PERNUM
           MOVE W-PPPINI (W-IND) TO W-DATAAUX
           PERFORM PPP-DATAIMP THRU PPP-DATAIMP-FIM
           MOVE W-DATAIMP TO WS-PERINI
           IF W-PPPFIM (W-IND) = ZEROS
              MOVE "EM ABERTO" TO WS-PERFIM
           ELSE
              MOVE W-PPPFIM (W-IND) TO W-DATAAUX
              PERFORM PPP-DATAIMP THRU PPP-DATAIMP-FIM
              MOVE W-DATAIMP TO WS-EDDATA
              MOVE WS-EDDATA TO WS-PERFIM.
           MOVE W-PPPDEPTO (W-IND) TO WS-PERDEPTO CODIGODEPTO
           READ CADEPTO
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO DENOMINACAODEPTO.
           MOVE DENOMINACAODEPTO   TO WS-PERDEPTONM
           MOVE W-PPPCARGO (W-IND) TO WS-PERCARGO CODIGO
           READ CADCARGO
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO DENOMINACAO.
           MOVE DENOMINACAO        TO WS-PERCARGONM
           MOVE SPACES    TO REGRELPPP
           MOVE WS-LINPER TO REGRELPPP
           WRITE REGRELPPP
           MOVE ZEROS TO W-QTDAGE W-QTDEXA
           IF W-PPPEXPOS (W-IND) = "S"
              PERFORM PPP-AGENTES THRU PPP-AGENTES-FIM.
           IF W-QTDAGE = ZEROS
              MOVE SPACES    TO REGRELPPP
              MOVE WS-LINSEM TO REGRELPPP
              WRITE REGRELPPP.
           IF W-STASO = "00"
              PERFORM PPP-EXAMES THRU PPP-EXAMES-FIM.
       PPP-SECAO-FIM.
           EXIT.
      *
      *    EXPOSICOES DO DEPTO+CARGO QUE SE SOBREPOEM AO PERIODO
       PPP-AGENTES.
           MOVE W-PPPDEPTO (W-IND) TO RSCDEPTO
           MOVE W-PPPCARGO (W-IND) TO RSCCARGO
           MOVE ZEROS              TO RSCSEQ
           START CADRISCO KEY NOT < RSCCHAVE
           IF W-STRSC NOT = "00"
              GO TO PPP-AGENTES-FIM.
       PPP-AGENTES-LE.
           READ CADRISCO NEXT RECORD
           IF W-STRSC NOT = "00"
              GO TO PPP-AGENTES-FIM.
           IF RSCDEPTO NOT = W-PPPDEPTO (W-IND) OR
              RSCCARGO NOT = W-PPPCARGO (W-IND)
              GO TO PPP-AGENTES-FIM.
           COMPUTE W-RSCINI = (ANO OF RSCINICIO * 10000)
                            + (MES OF RSCINICIO * 100)
                            +  DIA OF RSCINICIO
           COMPUTE W-RSCFIM = (ANO OF RSCFIM * 10000)
                            + (MES OF RSCFIM * 100)
                            +  DIA OF RSCFIM
           IF W-PPPFIM (W-IND) NOT = ZEROS AND
              W-RSCINI > W-PPPFIM (W-IND)
              GO TO PPP-AGENTES-LE.
           IF W-RSCFIM NOT = ZEROS AND
              W-RSCFIM < W-PPPINI (W-IND)
              GO TO PPP-AGENTES-LE.
           MOVE RSCAGENTE TO WS-AGENTE
           IF RSCTIPO = "P"
              MOVE "PERICULOSIDADE"         TO WS-AGETIPO
           ELSE IF RSCGRAU = "3"
              MOVE "INSALUBRIDADE GRAU MAX" TO WS-AGETIPO
           ELSE IF RSCGRAU = "2"
              MOVE "INSALUBRIDADE GRAU MED" TO WS-AGETIPO
           ELSE
              MOVE "INSALUBRIDADE GRAU MIN" TO WS-AGETIPO.
           MOVE RSCINICIO TO WS-AGEINI
           IF RSCFIM = ZEROS
              MOVE "VIGENTE"  TO WS-AGEFIM
           ELSE
              MOVE RSCFIM     TO WS-EDDATA
              MOVE WS-EDDATA  TO WS-AGEFIM.
           MOVE SPACES    TO REGRELPPP
           MOVE WS-LINAGE TO REGRELPPP
           WRITE REGRELPPP
           ADD 1 TO W-QTDAGE
           GO TO PPP-AGENTES-LE.
       PPP-AGENTES-FIM.
           EXIT.
      *
      *    EXAMES DO CADASO REALIZADOS DENTRO DO PERIODO
       PPP-EXAMES.
           MOVE CHAPA TO ASOCHAPA
           MOVE ZEROS TO ASOSEQ
           START CADASO KEY NOT < ASOCHAVE
           IF W-STASO NOT = "00"
              MOVE "00" TO W-STASO
              GO TO PPP-EXAMES-FIM.
       PPP-EXAMES-LE.
           READ CADASO NEXT RECORD
           IF W-STASO NOT = "00"
              MOVE "00" TO W-STASO
              GO TO PPP-EXAMES-FIM.
           IF ASOCHAPA NOT = CHAPA
              GO TO PPP-EXAMES-FIM.
           COMPUTE W-ASODATA = (ANO OF ASODATA * 10000)
                             + (MES OF ASODATA * 100)
                             +  DIA OF ASODATA
           IF W-ASODATA < W-PPPINI (W-IND)
              GO TO PPP-EXAMES-LE.
           IF W-PPPFIM (W-IND) NOT = ZEROS AND
              W-ASODATA > W-PPPFIM (W-IND)
              GO TO PPP-EXAMES-LE.
           MOVE ASODATA TO WS-EXADATA
           IF ASOTIPO = "A"
              MOVE "ADMISSIONAL"  TO WS-EXATIPO
           ELSE IF ASOTIPO = "D"
              MOVE "DEMISSIONAL"  TO WS-EXATIPO
           ELSE
              MOVE "PERIODICO"    TO WS-EXATIPO.
           MOVE SPACES    TO REGRELPPP
           MOVE WS-LINEXA TO REGRELPPP
           WRITE REGRELPPP
           ADD 1 TO W-QTDEXA
           GO TO PPP-EXAMES-LE.
       PPP-EXAMES-FIM.
           EXIT.
      *
      *    AAAAMMDD PARA DDMMAAAA (MASCARA 99/99/9999)
       PPP-DATAIMP.
           COMPUTE W-DATAIMP = (W-AUXDIA * 1000000)
                             + (W-AUXMES * 10000)
                             +  W-AUXANO.
       PPP-DATAIMP-FIM.
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
