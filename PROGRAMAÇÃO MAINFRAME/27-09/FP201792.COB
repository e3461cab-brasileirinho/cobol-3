       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201792.
       AUTHOR. LEONARDO.
      **************************************
      * CONFERENCIA DA FATURA DO PLANO DE SAUDE *
      **************************************
      * LE A FATURA MENSAL DA OPERADORA (FATPLANO),
      * UMA LINHA POR BENEFICIARIO E VERBA: CHAPA,
      * SEQUENCIA (00 = TITULAR, SENAO A DO CADDEPEN)
      * E TIPO M (MENSALIDADE) OU C (COPARTICIPACAO).
      * CONFERE CADA CHAPA COM A ADESAO AO PLANO NO
      * CADBENEF (TIPO DO PARAMETRO 22 DO CADPARAM,
      * PADRAO 01) E CADA DEPENDENTE COM O CADDEPEN,
      * APONTANDO:
      *   - FATURADO SEM ADESAO OU DEPENDENTE QUE NAO
      *     ESTA NO CADDEPEN
      *   - ADERIDO NA COMPETENCIA E NAO FATURADO
      *   - FILHO QUE JA TEM A IDADE LIMITE DO PLANO
      *     (PARAMETRO 23, PADRAO 24 ANOS)
      * A COPARTICIPACAO DA CHAPA ATIVA ENTRA COMO
      * DESCONTO NO CADLANVAR DA COMPETENCIA, NA
      * RUBRICA DO PARAMETRO 24 (PADRAO 112, CRIADA
      * COMO DESCONTO SEM INCIDENCIAS SE NAO EXISTE),
      * PARA O FP201615. SO LANCA COM A COMPETENCIA
      * ABERTA NO CADCOMPET; NOVA RODADA REFAZ OS
      * LANCAMENTOS DA RUBRICA NA COMPETENCIA. O
      * RELPLANO MOSTRA POR CHAPA O FATURADO, O
      * DESCONTADO (ADESAO DO CADBENEF MAIS A
      * COPARTICIPACAO LANCADA) E O QUE FICA A CARGO
      * DA EMPRESA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATPLANO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS W-STFUN
                    ALTERNATE RECORD KEY IS FUNCNOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                               WITH DUPLICATES.

           SELECT CADBENEF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BENCHAVE
                    FILE STATUS  IS W-STBEN
                    ALTERNATE RECORD KEY IS BENCHAPA
                               WITH DUPLICATES.

           SELECT CADDEPEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEPCHAVE
                    FILE STATUS  IS W-STDEP
                    ALTERNATE RECORD KEY IS DEPCHAPA
                               WITH DUPLICATES.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRMCODIGO
                    FILE STATUS  IS W-STAUX.

           SELECT CADCOMPET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPTCHAVE
                    FILE STATUS  IS W-STAUX.

           SELECT CADRUBRICA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUBCODIGO
                    FILE STATUS  IS W-STAUX.

           SELECT CADLANVAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LVCHAVE
                    FILE STATUS  IS W-STLV.

           SELECT RELPLANO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS W-STREL.

           SELECT SORTWK ASSIGN TO DISK.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD FATPLANO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FATPLANO.DAT".
       01 REGFATURA.
                03 FATCHAPA          PIC 9(05).
                03 FATSEQ            PIC 9(02).
                03 FATNOME           PIC X(35).
                03 FATTIPO           PIC X(01).
                03 FATPERIODO.
                   05 FATMES  PIC 9(02).
                   05 FATANO  PIC 9(02).
                03 FATVALOR          PIC 9(06)V99.
                03 FILLER            PIC X(15).

       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
       01 REGFUNC.
                03 CHAPA             PIC 9(05).
                03 FUNCNOME          PIC X(35).
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

       FD CADDEPEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEPEN.DAT".
       01 REGDEPEN.
                03 DEPCHAVE.
                   05 DEPCHAPA       PIC 9(05).
                   05 DEPSEQ         PIC 9(02).
                03 DEPNOME           PIC X(35).
                03 DEPDATANASC.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 DEPPARENTESCO     PIC X(01).
                03 FILLER            PIC X(12).

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 PRMCODIGO         PIC 9(02).
                03 PRMDESCR          PIC X(25).
                03 PRMVALOR          PIC 9(06)V99.
                03 FILLER            PIC X(15).

       FD CADCOMPET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOMPET.DAT".
       01 REGCOMPET.
                03 CPTCHAVE.
                   05 CPTMES         PIC 9(02).
                   05 CPTANO         PIC 9(02).
                03 CPTSTATUS         PIC X(01).
                03 CPTOPERREAB       PIC X(08).
                03 CPTMOTIVO         PIC X(30).
                03 FILLER            PIC X(17).

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

       FD CADLANVAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLANVAR.DAT".
       01 REGLANVAR.
                03 LVCHAVE.
                   05 LVCHAPA        PIC 9(05).
                   05 LVPERIODO.
                      07 LVMES       PIC 9(02).
                      07 LVANO       PIC 9(02).
                   05 LVRUBRICA      PIC 9(03).
                03 LVTIPO            PIC X(01).
                03 LVREFER           PIC 9(03)V99.
                03 LVVALOR           PIC 9(06)V99.
                03 LVEMPRESA         PIC 9(02).
                03 FILLER            PIC X(14).

       FD RELPLANO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPLANO.DAT".
       01 REGRELPLANO PIC X(120).

       SD SORTWK.
       01 REGSORTWK.
          03 SW-CHAPA    PIC 9(05).
          03 SW-SEQ      PIC 9(02).
          03 SW-TIPO     PIC X(01).
          03 SW-NOME     PIC X(35).
          03 SW-VALOR    PIC 9(06)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STFUN       PIC X(02) VALUE "00".
       77 W-STBEN       PIC X(02) VALUE "00".
       77 W-STDEP       PIC X(02) VALUE "00".
       77 W-STAUX       PIC X(02) VALUE "00".
       77 W-STLV        PIC X(02) VALUE "00".
       77 W-STREL       PIC X(02) VALUE "00".
       77 W-FOLHAOK     PIC X(01) VALUE "S".
       77 W-MOTFOLHA    PIC X(30) VALUE SPACES.
       77 W-PRIMEIRO    PIC X(01) VALUE "S".
       77 W-BENFIMARQ   PIC X(01) VALUE "N".
       77 W-TEMADESAO   PIC X(01) VALUE "N".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201792".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(02) VALUE ZEROS.
       77 W-REFCOMP     PIC 9(04) VALUE ZEROS.
       77 W-REFBEN      PIC 9(04) VALUE ZEROS.
       77 W-TIPOPLANO   PIC 9(02) VALUE 01.
       77 W-IDADELIM    PIC 9(02) VALUE 24.
       77 W-RUBRICA     PIC 9(03) VALUE 112.
       77 W-IDADEDEP    PIC 9(03) VALUE ZEROS.
       77 W-CHAPAANT    PIC 9(05) VALUE ZEROS.
       77 W-SEQANT      PIC 9(02) VALUE ZEROS.
       77 W-NOMEANT     PIC X(35) VALUE SPACES.
       77 W-BENCHAPA    PIC 9(05) VALUE ZEROS.
       77 W-BENVALOR    PIC 9(06)V99 VALUE ZEROS.
       77 W-MOTIVO      PIC X(30) VALUE SPACES.
       77 W-SOMALV      PIC 9(07)V99 VALUE ZEROS.
      *    VALORES DO BENEFICIARIO E DA CHAPA EM CURSO
       77 W-BNFMENS     PIC 9(07)V99 VALUE ZEROS.
       77 W-BNFCOPART   PIC 9(07)V99 VALUE ZEROS.
       77 W-CHAMENS     PIC 9(07)V99 VALUE ZEROS.
       77 W-CHACOPART   PIC 9(07)V99 VALUE ZEROS.
       77 W-DESCMENS    PIC 9(07)V99 VALUE ZEROS.
       77 W-COPARTLANC  PIC 9(07)V99 VALUE ZEROS.
       77 W-DESCTOT     PIC 9(07)V99 VALUE ZEROS.
       77 W-EMPRESA     PIC S9(07)V99 VALUE ZEROS.
      *    TOTAIS DA FATURA
       77 W-TOTARQ      PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTFORA     PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTMENS     PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTCOPART   PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTDESCMEN  PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTLANC     PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTEMPRESA  PIC S9(11)V99 VALUE ZEROS.
       77 W-QTDCHAPA    PIC 9(05) VALUE ZEROS.
       77 W-QTDLANC     PIC 9(05) VALUE ZEROS.
       77 W-QTDSEMADE   PIC 9(05) VALUE ZEROS.
       77 W-QTDSEMFAT   PIC 9(05) VALUE ZEROS.
       77 W-QTDNAODEP   PIC 9(05) VALUE ZEROS.
       77 W-QTDIDADE    PIC 9(05) VALUE ZEROS.
       77 W-QTDNAOLANC  PIC 9(05) VALUE ZEROS.
       77 W-QTDLIMPOS   PIC 9(05) VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       01 WS-CAB1.
          03 FILLER       PIC X(50) VALUE
             "CONFERENCIA DA FATURA DO PLANO DE SAUDE - COMPET.".
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-CABMES    PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-CABANO    PIC 9(02).
          03 FILLER       PIC X(15) VALUE "   RUBRICA:   ".
          03 WS-CABRUB    PIC 9(03).
       01 WS-CAB2.
          03 FILLER       PIC X(45) VALUE
             "CHAPA SQ NOME                       MENSALID.".
          03 FILLER       PIC X(44) VALUE
             "  COPARTIC. DESCONTADO     EMPRESA  SITUACAO".
       01 WS-LINDET.
          03 WS-DETCHAPA  PIC 9(05).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETSEQ    PIC X(02).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETNOME   PIC X(25).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETMENS   PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETCOPART PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETDESC   PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-DETEMP    PIC -ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETSIT    PIC X(30).
       01 WS-LINTOT.
          03 WS-TOTTXT    PIC X(40).
          03 WS-TOTVAL    PIC -ZZZ.ZZZ.ZZZ,99.
       01 WS-LINQTD.
          03 WS-QTDTXT    PIC X(40).
          03 WS-QTDVAL    PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-ACE0.
           DISPLAY "CONFERENCIA DA FATURA DO PLANO DE SAUDE"
           DISPLAY "INFORME O MES DA COMPETENCIA (MM): "
           ACCEPT W-MES
           IF W-MES < 01 OR W-MES > 12
              DISPLAY "MES INVALIDO"
              GO TO INC-ACE0.
       INC-ACE1.
           DISPLAY "INFORME O ANO DA COMPETENCIA (AA): "
           ACCEPT W-ANO.
           COMPUTE W-REFCOMP = (W-ANO * 100) + W-MES.
      *
       INC-OP0.
           OPEN INPUT CADFUNC
           IF W-STFUN NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STFUN
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              GO TO ROT-FIMS.
       INC-OP1.
           OPEN INPUT CADBENEF
           IF W-STBEN NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADBENEF"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STBEN
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADBENEF"
              GO TO ROT-FIMS.
           OPEN INPUT CADDEPEN
           IF W-STDEP NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADDEPEN"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STDEP
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDEPEN"
              GO TO ROT-FIMS.
       INC-OP2.
      *    PARAMETRO 22 = TIPO DO PLANO DE SAUDE NO CADBENEF (PADRAO 01)
      *    PARAMETRO 23 = IDADE LIMITE DO FILHO NO PLANO (PADRAO 24)
      *    PARAMETRO 24 = RUBRICA DA COPARTICIPACAO (PADRAO 112)
           OPEN INPUT CADPARAM
           IF W-STAUX NOT = "00"
              GO TO INC-OP3.
           MOVE 22 TO PRMCODIGO
           READ CADPARAM
           IF W-STAUX = "00" AND PRMVALOR > ZEROS
              MOVE PRMVALOR TO W-TIPOPLANO.
           MOVE 23 TO PRMCODIGO
           READ CADPARAM
           IF W-STAUX = "00" AND PRMVALOR > ZEROS
              MOVE PRMVALOR TO W-IDADELIM.
           MOVE 24 TO PRMCODIGO
           READ CADPARAM
           IF W-STAUX = "00" AND PRMVALOR > ZEROS
              MOVE PRMVALOR TO W-RUBRICA.
           CLOSE CADPARAM.
       INC-OP3.
      *    A COPARTICIPACAO SO ENTRA NA FOLHA COM A COMPETENCIA ABERTA
           OPEN INPUT CADCOMPET
           IF W-STAUX NOT = "00"
              MOVE "N" TO W-FOLHAOK
              MOVE "COMPETENCIA NAO ABERTA" TO W-MOTFOLHA
              GO TO INC-OP4.
           MOVE W-MES TO CPTMES
           MOVE W-ANO TO CPTANO
           READ CADCOMPET
           IF W-STAUX NOT = "00"
              MOVE "N" TO W-FOLHAOK
              MOVE "COMPETENCIA NAO ABERTA" TO W-MOTFOLHA
           ELSE
              IF CPTSTATUS NOT = "A"
                 MOVE "N" TO W-FOLHAOK
                 MOVE "COMPETENCIA FECHADA" TO W-MOTFOLHA.
           CLOSE CADCOMPET.
       INC-OP4.
      *    A RUBRICA TEM DE SER DESCONTO SEM INCIDENCIAS
           IF W-FOLHAOK NOT = "S"
              GO TO INC-OP5.
           OPEN I-O CADRUBRICA
           IF W-STAUX = "30"
              OPEN OUTPUT CADRUBRICA
              CLOSE CADRUBRICA
              GO TO INC-OP4.
           IF W-STAUX NOT = "00"
              MOVE "N" TO W-FOLHAOK
              MOVE "TABELA DE RUBRICAS INDISPONIVEL" TO W-MOTFOLHA
              GO TO INC-OP5.
           MOVE W-RUBRICA TO RUBCODIGO
           READ CADRUBRICA
           IF W-STAUX = "00"
              IF RUBTIPO NOT = "D"
                 MOVE "N" TO W-FOLHAOK
                 MOVE "RUBRICA DA COPART. NAO E DESC." TO W-MOTFOLHA
                 MOVE "RUBRICA DA COPARTICIPACAO NAO E DESCONTO"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    W-STAUX
                 GO TO INC-OP4-FECHA
              ELSE
                 GO TO INC-OP4-FECHA.
           MOVE SPACES    TO REGRUBRICA
           MOVE W-RUBRICA TO RUBCODIGO
           MOVE "COPARTICIPACAO PLANO SAUDE" TO RUBDESCR
           MOVE "D"       TO RUBTIPO
           MOVE "N"       TO RUBINSS RUBIRRF RUBFGTS
           WRITE REGRUBRICA
           IF W-STAUX NOT = "00" AND "02"
              MOVE "N" TO W-FOLHAOK
              MOVE "RUBRICA DA COPART. NAO GRAVADA" TO W-MOTFOLHA.
       INC-OP4-FECHA.
           CLOSE CADRUBRICA.
       INC-OP5.
           IF W-FOLHAOK NOT = "S"
              DISPLAY "COPARTICIPACAO NAO VAI PARA A FOLHA: " W-MOTFOLHA
              GO TO INC-OP6.
           OPEN I-O CADLANVAR
           IF W-STLV = "30"
              OPEN OUTPUT CADLANVAR
              CLOSE CADLANVAR
              GO TO INC-OP5.
           IF W-STLV NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADLANVAR"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STLV
              MOVE "N" TO W-FOLHAOK
              MOVE "CADLANVAR INDISPONIVEL" TO W-MOTFOLHA
              GO TO INC-OP6.
           PERFORM LAN-LIMPA THRU LAN-LIMPA-FIM.
       INC-OP6.
           OPEN INPUT FATPLANO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO FATPLANO"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FATPLANO"
              GO TO ROT-FIMS.
       INC-OP7.
           OPEN OUTPUT RELPLANO
           IF W-STREL NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELPLANO"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STREL
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELPLANO"
              GO TO ROT-FIMS.
      *
           MOVE W-MES     TO WS-CABMES
           MOVE W-ANO     TO WS-CABANO
           MOVE W-RUBRICA TO WS-CABRUB
           MOVE SPACES  TO REGRELPLANO
           MOVE WS-CAB1 TO REGRELPLANO
           WRITE REGRELPLANO
           MOVE SPACES  TO REGRELPLANO
           MOVE WS-CAB2 TO REGRELPLANO
           WRITE REGRELPLANO
           SORT SORTWK
               ON ASCENDING KEY SW-CHAPA SW-SEQ SW-TIPO
               INPUT PROCEDURE  IS SRT-ENTRADA THRU SRT-ENTRADA-FIM
               OUTPUT PROCEDURE IS SRT-SAIDA THRU SRT-SAIDA-FIM
           PERFORM FAT-TOTAIS THRU FAT-TOTAIS-FIM
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           IF W-CTLLIDOS < W-CTLGRAV
              MOVE ZEROS TO W-CTLPULADOS.
           MOVE W-TOTLANC TO W-CTLVALOR
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE CADFUNC CADBENEF CADDEPEN FATPLANO RELPLANO
           IF W-FOLHAOK = "S"
              CLOSE CADLANVAR.
           DISPLAY "CHAPAS FATURADAS      : " W-QTDCHAPA
           DISPLAY "COPARTICIPACOES LANC. : " W-QTDLANC " - "
                   W-TOTLANC
           DISPLAY "FATURADOS SEM ADESAO  : " W-QTDSEMADE
           DISPLAY "ADERIDOS SEM FATURA   : " W-QTDSEMFAT
           DISPLAY "DEPENDENTES APONTADOS : " W-QTDNAODEP " / "
                   W-QTDIDADE
           DISPLAY "RELATORIO GRAVADO EM RELPLANO.DAT"
           GO TO ROT-FIMS.
      *
      *****************************************
      * NOVA RODADA DA COMPETENCIA: APAGA OS  *
      * LANCAMENTOS DA RUBRICA DA RODADA      *
      * ANTERIOR                              *
      *****************************************
       LAN-LIMPA.
           MOVE LOW-VALUES TO LVCHAVE
           START CADLANVAR KEY NOT < LVCHAVE
           IF W-STLV NOT = "00"
              GO TO LAN-LIMPA-FIM.
       LAN-LIMPA-LE.
           READ CADLANVAR NEXT RECORD
           IF W-STLV NOT = "00"
              GO TO LAN-LIMPA-FIM.
           IF LVRUBRICA NOT = W-RUBRICA OR LVMES NOT = W-MES
                                        OR LVANO NOT = W-ANO
              GO TO LAN-LIMPA-LE.
           DELETE CADLANVAR RECORD
           IF W-STLV = "00"
              ADD 1 TO W-QTDLIMPOS.
           GO TO LAN-LIMPA-LE.
       LAN-LIMPA-FIM.
           EXIT.
      *
      *****************************************
      * ENTRADA DO SORT - LINHAS DA FATURA DA *
      * COMPETENCIA (AS DEMAIS SO SOMAM NO    *
      * TOTAL DO ARQUIVO)                     *
      *****************************************
       SRT-ENTRADA.
           CONTINUE.
       SRT-LOOP.
           READ FATPLANO
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENTRADA-FIM.
           ADD 1 TO W-CTLLIDOS
           ADD FATVALOR TO W-TOTARQ
           IF FATMES NOT = W-MES OR FATANO NOT = W-ANO
              ADD FATVALOR TO W-TOTFORA
              GO TO SRT-LOOP.
           MOVE FATCHAPA TO SW-CHAPA
           MOVE FATSEQ   TO SW-SEQ
           MOVE FATTIPO  TO SW-TIPO
           MOVE FATNOME  TO SW-NOME
           MOVE FATVALOR TO SW-VALOR
           RELEASE REGSORTWK
           ADD 1 TO W-CTLGRAV
           GO TO SRT-LOOP.
       SRT-ENTRADA-FIM.
           EXIT.
      *
      *****************************************
      * SAIDA DO SORT - QUEBRA POR BENEFICIA- *
      * RIO E POR CHAPA, CASADA COM AS ADESOES*
      * AO PLANO LIDAS EM ORDEM DE CHAPA      *
      *****************************************
       SRT-SAIDA.
           MOVE LOW-VALUES TO BENCHAVE
           START CADBENEF KEY NOT < BENCHAVE
           IF W-STBEN NOT = "00"
              MOVE "S" TO W-BENFIMARQ
           ELSE
              PERFORM BEN-PROXIMO THRU BEN-PROXIMO-FIM.
       SRT-SAIDA-LOOP.
           RETURN SORTWK RECORD
               AT END
                   GO TO SRT-SAIDA-ULT.
           IF W-PRIMEIRO = "S"
              MOVE "N"      TO W-PRIMEIRO
              MOVE SW-CHAPA TO W-CHAPAANT
              MOVE SW-SEQ   TO W-SEQANT.
           IF SW-CHAPA NOT = W-CHAPAANT
              PERFORM FAT-BENEF THRU FAT-BENEF-FIM
              PERFORM FAT-CHAPA THRU FAT-CHAPA-FIM
              MOVE SW-CHAPA TO W-CHAPAANT
              MOVE SW-SEQ   TO W-SEQANT
           ELSE
              IF SW-SEQ NOT = W-SEQANT
                 PERFORM FAT-BENEF THRU FAT-BENEF-FIM
                 MOVE SW-SEQ TO W-SEQANT.
           MOVE SW-NOME TO W-NOMEANT
           IF SW-TIPO = "C"
              ADD SW-VALOR TO W-BNFCOPART
           ELSE
              ADD SW-VALOR TO W-BNFMENS.
           GO TO SRT-SAIDA-LOOP.
       SRT-SAIDA-ULT.
           IF W-PRIMEIRO NOT = "S"
              PERFORM FAT-BENEF THRU FAT-BENEF-FIM
              PERFORM FAT-CHAPA THRU FAT-CHAPA-FIM.
      *    ADESOES QUE SOBRARAM DEPOIS DA ULTIMA CHAPA FATURADA
           MOVE 99999 TO W-CHAPAANT
           PERFORM FAT-SEMFATURA THRU FAT-SEMFATURA-FIM.
       SRT-SAIDA-FIM.
           EXIT.
      *
      *****************************************
      * FIM DO BENEFICIARIO: O DEPENDENTE TEM *
      * DE ESTAR NO CADDEPEN E O FILHO ABAIXO *
      * DA IDADE LIMITE DO PLANO              *
      *****************************************
       FAT-BENEF.
           ADD W-BNFMENS   TO W-CHAMENS
           ADD W-BNFCOPART TO W-CHACOPART
           IF W-SEQANT = ZEROS
              GO TO FAT-BENEF-ZERA.
           MOVE W-CHAPAANT TO DEPCHAPA
           MOVE W-SEQANT   TO DEPSEQ
           READ CADDEPEN
           IF W-STDEP NOT = "00"
              MOVE "DEPENDENTE NAO CADASTRADO" TO W-MOTIVO
              ADD 1 TO W-QTDNAODEP
              GO TO FAT-BENEF-LINHA.
           IF DEPPARENTESCO NOT = "F"
              GO TO FAT-BENEF-ZERA.
           COMPUTE W-IDADEDEP = (2000 + W-ANO)
                              - ANO OF DEPDATANASC.
           IF MES OF DEPDATANASC > W-MES AND W-IDADEDEP > ZEROS
              SUBTRACT 1 FROM W-IDADEDEP.
           IF W-IDADEDEP < W-IDADELIM
              GO TO FAT-BENEF-ZERA.
           MOVE "FILHO ACIMA DA IDADE LIMITE" TO W-MOTIVO
           ADD 1 TO W-QTDIDADE.
       FAT-BENEF-LINHA.
           MOVE SPACES      TO WS-LINDET
           MOVE W-CHAPAANT  TO WS-DETCHAPA
           MOVE W-SEQANT    TO WS-DETSEQ
           MOVE W-NOMEANT   TO WS-DETNOME
           MOVE W-BNFMENS   TO WS-DETMENS
           MOVE W-BNFCOPART TO WS-DETCOPART
           MOVE ZEROS       TO WS-DETDESC WS-DETEMP
           MOVE W-MOTIVO    TO WS-DETSIT
           MOVE SPACES      TO REGRELPLANO
           MOVE WS-LINDET   TO REGRELPLANO
           WRITE REGRELPLANO.
       FAT-BENEF-ZERA.
           MOVE ZEROS TO W-BNFMENS W-BNFCOPART.
       FAT-BENEF-FIM.
           EXIT.
      *
      *****************************************
      * FIM DA CHAPA: ADESAO, LANCAMENTO DA   *
      * COPARTICIPACAO E LINHA DO RELATORIO   *
      *****************************************
       FAT-CHAPA.
           MOVE SPACES TO W-MOTIVO
           MOVE ZEROS  TO W-DESCMENS W-COPARTLANC
           ADD 1 TO W-QTDCHAPA
           PERFORM FAT-SEMFATURA THRU FAT-SEMFATURA-FIM
           MOVE "N" TO W-TEMADESAO
           IF W-BENFIMARQ = "N" AND W-BENCHAPA = W-CHAPAANT
              MOVE "S"        TO W-TEMADESAO
              MOVE W-BENVALOR TO W-DESCMENS
              PERFORM BEN-PROXIMO THRU BEN-PROXIMO-FIM.
      *    SEM ADESAO A COPARTICIPACAO NAO E DESCONTADA
           IF W-TEMADESAO NOT = "S"
              MOVE "FATURADO SEM ADESAO" TO W-MOTIVO
              ADD 1 TO W-QTDSEMADE.
           MOVE W-CHAPAANT TO CHAPA
           READ CADFUNC
           IF W-STFUN NOT = "00"
              MOVE SPACES TO FUNCNOME
              IF W-MOTIVO = SPACES
                 MOVE "CHAPA NAO CADASTRADA" TO W-MOTIVO
                 GO TO FAT-CHAPA-NAOLANCA
              ELSE
                 GO TO FAT-CHAPA-NAOLANCA.
           IF W-TEMADESAO NOT = "S"
              GO TO FAT-CHAPA-NAOLANCA.
           IF W-CHACOPART = ZEROS
              GO TO FAT-CHAPA-LINHA.
           IF W-FOLHAOK NOT = "S"
              MOVE W-MOTFOLHA TO W-MOTIVO
              GO TO FAT-CHAPA-NAOLANCA.
           IF ESTATUS NOT = "A"
              MOVE "INATIVO - COPART. NAO DESCONT." TO W-MOTIVO
              GO TO FAT-CHAPA-NAOLANCA.
           PERFORM FAT-LANCA THRU FAT-LANCA-FIM
           GO TO FAT-CHAPA-LINHA.
       FAT-CHAPA-NAOLANCA.
           IF W-CHACOPART > ZEROS
              ADD 1 TO W-QTDNAOLANC.
       FAT-CHAPA-LINHA.
           IF W-MOTIVO = SPACES
              MOVE "OK" TO W-MOTIVO.
           COMPUTE W-DESCTOT = W-DESCMENS + W-COPARTLANC
           COMPUTE W-EMPRESA = W-CHAMENS + W-CHACOPART - W-DESCTOT
           MOVE SPACES       TO WS-LINDET
           MOVE W-CHAPAANT   TO WS-DETCHAPA
           MOVE FUNCNOME     TO WS-DETNOME
           MOVE W-CHAMENS    TO WS-DETMENS
           MOVE W-CHACOPART  TO WS-DETCOPART
           MOVE W-DESCTOT    TO WS-DETDESC
           MOVE W-EMPRESA    TO WS-DETEMP
           MOVE W-MOTIVO     TO WS-DETSIT
           MOVE SPACES       TO REGRELPLANO
           MOVE WS-LINDET    TO REGRELPLANO
           WRITE REGRELPLANO
           ADD W-CHAMENS     TO W-TOTMENS
           ADD W-CHACOPART   TO W-TOTCOPART
           ADD W-DESCMENS    TO W-TOTDESCMEN
           ADD W-EMPRESA     TO W-TOTEMPRESA
           MOVE ZEROS TO W-CHAMENS W-CHACOPART.
       FAT-CHAPA-FIM.
           EXIT.
      *
      *****************************************
      * COPARTICIPACAO NO CADLANVAR DA        *
      * COMPETENCIA, NA RUBRICA DO PLANO      *
      *****************************************
       FAT-LANCA.
           MOVE W-CHAPAANT TO LVCHAPA
           MOVE W-MES      TO LVMES
           MOVE W-ANO      TO LVANO
           MOVE W-RUBRICA  TO LVRUBRICA
           READ CADLANVAR
           IF W-STLV = "00"
              GO TO FAT-LANCA-SOMA.
           IF W-CHACOPART > 999999,99
              MOVE "ESTOURA O VALOR DA RUBRICA" TO W-MOTIVO
              ADD 1 TO W-QTDNAOLANC
              GO TO FAT-LANCA-FIM.
           MOVE SPACES     TO REGLANVAR
           MOVE W-CHAPAANT TO LVCHAPA
           MOVE W-MES      TO LVMES
           MOVE W-ANO      TO LVANO
           MOVE W-RUBRICA  TO LVRUBRICA
           MOVE "D"        TO LVTIPO
           MOVE ZEROS      TO LVREFER
           MOVE W-CHACOPART TO LVVALOR
           MOVE FUNCEMPRESA TO LVEMPRESA
           WRITE REGLANVAR
           IF W-STLV NOT = "00" AND "02"
              GO TO FAT-LANCA-ERRO.
           GO TO FAT-LANCA-OK.
       FAT-LANCA-SOMA.
           COMPUTE W-SOMALV = LVVALOR + W-CHACOPART
           IF W-SOMALV > 999999,99
              MOVE "ESTOURA O VALOR DA RUBRICA" TO W-MOTIVO
              ADD 1 TO W-QTDNAOLANC
              GO TO FAT-LANCA-FIM.
           MOVE W-SOMALV TO LVVALOR
           REWRITE REGLANVAR
           IF W-STLV NOT = "00" AND "02"
              GO TO FAT-LANCA-ERRO.
       FAT-LANCA-OK.
           MOVE W-CHACOPART TO W-COPARTLANC
           ADD 1            TO W-QTDLANC
           ADD W-CHACOPART  TO W-TOTLANC
           GO TO FAT-LANCA-FIM.
       FAT-LANCA-ERRO.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO CADLANVAR"
                          TO W-DL101-OPER
           CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                              W-STLV
           MOVE "ERRO NA GRAVACAO DO CADLANVAR" TO W-MOTIVO
           ADD 1 TO W-QTDNAOLANC.
       FAT-LANCA-FIM.
           EXIT.
      *
      *****************************************
      * ADESOES COM CHAPA MENOR QUE A CHAPA   *
      * EM CURSO NAO FORAM FATURADAS          *
      *****************************************
       FAT-SEMFATURA.
           IF W-BENFIMARQ NOT = "N" OR W-BENCHAPA NOT < W-CHAPAANT
              GO TO FAT-SEMFATURA-FIM.
           MOVE W-BENCHAPA TO CHAPA
           READ CADFUNC
           IF W-STFUN NOT = "00"
              MOVE SPACES TO FUNCNOME.
           COMPUTE W-EMPRESA = ZEROS - W-BENVALOR
           MOVE SPACES       TO WS-LINDET
           MOVE W-BENCHAPA   TO WS-DETCHAPA
           MOVE FUNCNOME     TO WS-DETNOME
           MOVE ZEROS        TO WS-DETMENS WS-DETCOPART
           MOVE W-BENVALOR   TO WS-DETDESC
           MOVE W-EMPRESA    TO WS-DETEMP
           MOVE "ADERIDO SEM FATURA" TO WS-DETSIT
           MOVE SPACES       TO REGRELPLANO
           MOVE WS-LINDET    TO REGRELPLANO
           WRITE REGRELPLANO
           ADD 1          TO W-QTDSEMFAT
           ADD W-BENVALOR TO W-TOTDESCMEN
           ADD W-EMPRESA  TO W-TOTEMPRESA
           PERFORM BEN-PROXIMO THRU BEN-PROXIMO-FIM
           GO TO FAT-SEMFATURA.
       FAT-SEMFATURA-FIM.
           EXIT.
      *
      *    PROXIMA ADESAO AO PLANO VIGENTE NA COMPETENCIA
       BEN-PROXIMO.
           READ CADBENEF NEXT RECORD
           IF W-STBEN NOT = "00"
              MOVE "S" TO W-BENFIMARQ
              GO TO BEN-PROXIMO-FIM.
           IF BENTIPO NOT = W-TIPOPLANO
              GO TO BEN-PROXIMO.
           COMPUTE W-REFBEN = (ANO OF BENINICIO * 100)
                            +  MES OF BENINICIO
           IF W-REFBEN > W-REFCOMP
              GO TO BEN-PROXIMO.
           IF BENFIM NOT = ZEROS
              COMPUTE W-REFBEN = (ANO OF BENFIM * 100)
                               +  MES OF BENFIM
              IF W-REFBEN < W-REFCOMP
                 GO TO BEN-PROXIMO.
           MOVE BENCHAPA TO W-BENCHAPA
           MOVE BENVALOR TO W-BENVALOR.
       BEN-PROXIMO-FIM.
           EXIT.
      *
      *****************************************
      * FATURADO X DESCONTADO X EMPRESA       *
      *****************************************
       FAT-TOTAIS.
           MOVE SPACES TO REGRELPLANO
           WRITE REGRELPLANO
           MOVE "TOTAL DO ARQUIVO"              TO WS-TOTTXT
           MOVE W-TOTARQ                        TO WS-TOTVAL
           PERFORM FAT-GRAVATOT THRU FAT-GRAVATOT-FIM
           MOVE "  FORA DA COMPETENCIA"         TO WS-TOTTXT
           MOVE W-TOTFORA                       TO WS-TOTVAL
           PERFORM FAT-GRAVATOT THRU FAT-GRAVATOT-FIM
           MOVE "FATURADO - MENSALIDADES"       TO WS-TOTTXT
           MOVE W-TOTMENS                       TO WS-TOTVAL
           PERFORM FAT-GRAVATOT THRU FAT-GRAVATOT-FIM
           MOVE "FATURADO - COPARTICIPACAO"     TO WS-TOTTXT
           MOVE W-TOTCOPART                     TO WS-TOTVAL
           PERFORM FAT-GRAVATOT THRU FAT-GRAVATOT-FIM
           MOVE "DESCONTADO - ADESAO (CADBENEF)" TO WS-TOTTXT
           MOVE W-TOTDESCMEN                    TO WS-TOTVAL
           PERFORM FAT-GRAVATOT THRU FAT-GRAVATOT-FIM
           MOVE "DESCONTADO - COPART. LANCADA"  TO WS-TOTTXT
           MOVE W-TOTLANC                       TO WS-TOTVAL
           PERFORM FAT-GRAVATOT THRU FAT-GRAVATOT-FIM
           MOVE "A CARGO DA EMPRESA"            TO WS-TOTTXT
           MOVE W-TOTEMPRESA                    TO WS-TOTVAL
           PERFORM FAT-GRAVATOT THRU FAT-GRAVATOT-FIM
           MOVE SPACES TO REGRELPLANO
           WRITE REGRELPLANO
           MOVE "CHAPAS FATURADAS"              TO WS-QTDTXT
           MOVE W-QTDCHAPA                      TO WS-QTDVAL
           PERFORM FAT-GRAVAQTD THRU FAT-GRAVAQTD-FIM
           MOVE "FATURADOS SEM ADESAO"          TO WS-QTDTXT
           MOVE W-QTDSEMADE                     TO WS-QTDVAL
           PERFORM FAT-GRAVAQTD THRU FAT-GRAVAQTD-FIM
           MOVE "ADERIDOS SEM FATURA"           TO WS-QTDTXT
           MOVE W-QTDSEMFAT                     TO WS-QTDVAL
           PERFORM FAT-GRAVAQTD THRU FAT-GRAVAQTD-FIM
           MOVE "DEPENDENTES NAO CADASTRADOS"   TO WS-QTDTXT
           MOVE W-QTDNAODEP                     TO WS-QTDVAL
           PERFORM FAT-GRAVAQTD THRU FAT-GRAVAQTD-FIM
           MOVE "FILHOS ACIMA DA IDADE LIMITE"  TO WS-QTDTXT
           MOVE W-QTDIDADE                      TO WS-QTDVAL
           PERFORM FAT-GRAVAQTD THRU FAT-GRAVAQTD-FIM
           MOVE "COPARTICIPACOES LANCADAS"      TO WS-QTDTXT
           MOVE W-QTDLANC                       TO WS-QTDVAL
           PERFORM FAT-GRAVAQTD THRU FAT-GRAVAQTD-FIM
           MOVE "COPARTICIPACOES NAO LANCADAS"  TO WS-QTDTXT
           MOVE W-QTDNAOLANC                    TO WS-QTDVAL
           PERFORM FAT-GRAVAQTD THRU FAT-GRAVAQTD-FIM.
       FAT-TOTAIS-FIM.
           EXIT.
      *
       FAT-GRAVATOT.
           MOVE SPACES    TO REGRELPLANO
           MOVE WS-LINTOT TO REGRELPLANO
           WRITE REGRELPLANO.
       FAT-GRAVATOT-FIM.
           EXIT.
      *
       FAT-GRAVAQTD.
           MOVE SPACES    TO REGRELPLANO
           MOVE WS-LINQTD TO REGRELPLANO
           WRITE REGRELPLANO.
       FAT-GRAVAQTD-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           STOP RUN.
       ROT-FIMS.
           STOP RUN.
