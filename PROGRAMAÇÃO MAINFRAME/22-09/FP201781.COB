       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201781.
       AUTHOR. LEONARDO.
      **************************************
      * ANONIMIZACAO LGPD DO ARQUIVO MORTO *
      **************************************
      * PARA OS DEMITIDOS ARQUIVADOS NO CADFUNCARQ
      * (FP201681) CUJA DEMISSAO PASSOU DO PRAZO DE
      * RETENCAO (PARAMETRO 20 DO CADPARAM, EM ANOS,
      * PADRAO 5), APAGA OS DADOS PESSOAIS: NOME NO
      * CADFUNCARQ E NAS COPIAS DO CADHISTIX, ENDERECO
      * E CONTATOS NO CADENDERARQ/CADENDER (O PIS FICA)
      * E O REGISTRO DO CADBANCO. CHAPA, CPF E OS
      * VALORES DA FOLHA (FOPAGHIST/FOPAGARQ) FICAM.
      * CHAPA COM PROCESSO TRABALHISTA ABERTO (DL112)
      * NAO E ANONIMIZADA. O CERTIFICADO (CERTLGPD)
      * RELACIONA SO AS CHAPAS E O QUE FOI APAGADO.
      * S = SIMULA (SO O CERTIFICADO), A = ANONIMIZA.
      * SOMENTE O PERFIL ADMINISTRADOR
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCARQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AQ-CHAPA
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AQ-NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS AQ-CPF
                               WITH DUPLICATES.

           SELECT ENDERARQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AQ-ENDCHAPA
                    FILE STATUS  IS W-STAUX.

           SELECT CADENDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENDCHAPA
                    FILE STATUS  IS W-STAUX.

           SELECT CADBANCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCOCHAPA
                    FILE STATUS  IS W-STAUX.

           SELECT CADHISTIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HISTCHAVE
                    FILE STATUS  IS W-STAUX.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRMCODIGO
                    FILE STATUS  IS W-STAUX.

           SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT CERTLGPD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD FUNCARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNCARQ.DAT".
       01 AQ-REGFUNC.
                03 AQ-CHAPA          PIC 9(05).
                03 AQ-NOME           PIC X(35).
                03 AQ-CPF            PIC 9(11).
                03 FILLER            PIC X(33).
                03 AQ-DATADEM.
                   05 AQ-DEMDIA      PIC 9(02).
                   05 AQ-DEMMES      PIC 9(02).
                   05 AQ-DEMANO      PIC 9(04).
                03 FILLER            PIC X(26).

       FD ENDERARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENDERARQ.DAT".
       01 AQ-REGENDER.
                03 AQ-ENDCHAPA       PIC 9(05).
                03 AQ-ENDDADOS.
                   05 AQ-ENDLOGRAD   PIC X(86).
                   05 AQ-ENDUF       PIC X(02).
                   05 AQ-ENDCEP      PIC 9(08).
                   05 AQ-ENDCONTATO  PIC X(55).
                03 AQ-ENDPIS         PIC 9(11).
                03 FILLER            PIC X(09).

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

       FD CADBANCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBANCO.DAT".
       01 REGBANCO.
                03 BCOCHAPA         PIC 9(05).
                03 BCOBANCO         PIC 9(03).
                03 BCOAGENCIA       PIC 9(05).
                03 BCOCONTA         PIC 9(10).
                03 BCOTIPOCONTA     PIC X(01).
                03 BCOFORMA         PIC X(01).
                03 FILLER           PIC X(15).

       FD CADHISTIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHISTIX.DAT".
       01 REGHISTIX.
                03 HISTCHAVE.
                   05 HISTCHAPA      PIC 9(05).
                   05 HISTSEQ        PIC 9(04).
                03 HISTTIPO          PIC X(01).
                03 HISTDATA.
                   05 HISTDIA PIC 9(02).
                   05 HISTMES PIC 9(02).
                   05 HISTANO PIC 9(02).
                03 HISTREG.
                   05 HISTREGCHAPA   PIC 9(05).
                   05 HISTREGNOME    PIC X(35).
                   05 FILLER         PIC X(78).
                03 HISTOPER          PIC X(08).

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 PRMCODIGO         PIC 9(02).
                03 PRMDESCR          PIC X(25).
                03 PRMVALOR          PIC 9(06)V99.
                03 FILLER            PIC X(15).

       FD CADSESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESSAO.DAT".
       01 REGSESSAO.
                03 SESOPERADOR       PIC X(08).
                03 SESPERFIL         PIC X(01).
                03 FILLER            PIC X(11).

       FD CERTLGPD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CERTLGPD.DAT".
       01 REGCERT PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STAUX       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201781".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-PERFIL      PIC X(01) VALUE SPACES.
       77 W-MODO        PIC X(01) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-RETENCAO    PIC 9(02) VALUE ZEROS.
       77 W-LIMITE      PIC 9(08) VALUE ZEROS.
       77 W-CMPDEM      PIC 9(08) VALUE ZEROS.
       77 W-TEMEND      PIC X(01) VALUE "N".
       77 W-TEMENDARQ   PIC X(01) VALUE "N".
       77 W-TEMBCO      PIC X(01) VALUE "N".
       77 W-TEMHIS      PIC X(01) VALUE "N".
       77 W-ACHEND      PIC X(01) VALUE "N".
       77 W-ACHBCO      PIC X(01) VALUE "N".
       77 W-QTDHIST     PIC 9(04) VALUE ZEROS.
       77 W-TOTANON     PIC 9(05) VALUE ZEROS.
       77 W-TOTRET      PIC 9(05) VALUE ZEROS.
       77 W-TOTJA       PIC 9(05) VALUE ZEROS.
       77 W-DL112-CHAPA  PIC 9(05) VALUE ZEROS.
       77 W-DL112-RETIDO PIC X(01) VALUE "N".
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
      *    NOME QUE SUBSTITUI O DO TITULAR - MARCA TAMBEM
      *    A CHAPA JA ANONIMIZADA
       01 W-MARCA       PIC X(35) VALUE "*** ANONIMIZADO - LGPD ***".
       01 W-HOJE        PIC 9(06) VALUE ZEROS.
       01 W-HOJER REDEFINES W-HOJE.
          03 W-HOJEANO  PIC 9(02).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
       01 WS-CAB1.
          03 FILLER       PIC X(36) VALUE
             "CERTIFICADO DE ANONIMIZACAO (LGPD) ".
          03 WS-CABMODO   PIC X(09).
          03 FILLER       PIC X(12) VALUE " EMITIDO EM ".
          03 WS-CABDATA   PIC 9(06).
          03 FILLER       PIC X(06) VALUE " POR: ".
          03 WS-CABOPER   PIC X(08).
       01 WS-CAB2.
          03 FILLER       PIC X(26) VALUE "RETENCAO APOS A DEMISSAO: ".
          03 WS-CABRET    PIC Z9.
          03 FILLER       PIC X(30) VALUE
             " ANOS - DEMITIDOS ANTES DE:  ".
          03 WS-CABLIM    PIC 9999B99B99.
       01 WS-CAB3       PIC X(100) VALUE
          "CHAPA  DEMISSAO    NOME  ENDERECO  BANCO  HISTORICO  SITUACA
      -    "O".
       01 WS-LINDET.
          03 WS-DETCHAPA  PIC 9(05).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETDEM    PIC 99/99/9999.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-DETNOME   PIC X(03).
          03 FILLER       PIC X(03) VALUE SPACES.
          03 WS-DETEND    PIC X(03).
          03 FILLER       PIC X(07) VALUE SPACES.
          03 WS-DETBCO    PIC X(03).
          03 FILLER       PIC X(04) VALUE SPACES.
          03 WS-DETHIST   PIC ZZZ9.
          03 FILLER       PIC X(07) VALUE SPACES.
          03 WS-DETSIT    PIC X(30).
       01 WS-RODAPE1.
          03 FILLER       PIC X(22) VALUE "CHAPAS ANONIMIZADAS: ".
          03 WS-RODANON   PIC ZZZZ9.
          03 FILLER       PIC X(29) VALUE
             "   RETIDAS (PROC. ABERTO):  ".
          03 WS-RODRET    PIC ZZZZ9.
       01 WS-RODAPE2    PIC X(100) VALUE
          "VALORES DA FOLHA (FOPAGHIST/FOPAGARQ), CHAPA, CPF E PIS MANT
      -    "IDOS".
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
           DISPLAY "ANONIMIZACAO LGPD DO ARQUIVO MORTO"
           IF W-PERFIL NOT = "A"
              DISPLAY "ROTINA SOMENTE PARA O ADMINISTRADOR"
              GO TO ROT-FIM.
           DISPLAY "S=SIMULAR  A=ANONIMIZAR  F=FIM: "
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
       INC-ACE1.
      *    PARAMETRO 20 = RETENCAO LGPD APOS A DEMISSAO,
      *    EM ANOS (PADRAO 5)
           MOVE 5 TO W-RETENCAO
           OPEN INPUT CADPARAM
           IF W-STAUX = "00"
              MOVE 20 TO PRMCODIGO
              READ CADPARAM
              IF W-STAUX = "00" AND PRMVALOR > ZEROS
                 MOVE PRMVALOR TO W-RETENCAO
                 CLOSE CADPARAM
              ELSE
                 CLOSE CADPARAM.
           COMPUTE W-LIMITE = ((2000 + W-HOJEANO - W-RETENCAO) * 10000)
                            + (W-HOJEMES * 100) + W-HOJEDIA
           DISPLAY "DEMITIDOS ANTES DE (AAAAMMDD): " W-LIMITE
           IF W-MODO = "S"
              GO TO INC-OP0.
           DISPLAY "CONFIRMA A ANONIMIZACAO (S/N): "
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "ANONIMIZACAO CANCELADA"
              GO TO ROT-FIM.
      *
       INC-OP0.
           IF W-MODO = "A"
              OPEN I-O FUNCARQ
           ELSE
              OPEN INPUT FUNCARQ.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNCARQ"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNCARQ"
              GO TO ROT-FIM.
       INC-OP1.
      *    ENDERECO, BANCO E HISTORICO SAO OPCIONAIS
           OPEN I-O ENDERARQ
           IF W-STAUX = "00"
              MOVE "S" TO W-TEMENDARQ.
           OPEN I-O CADENDER
           IF W-STAUX = "00"
              MOVE "S" TO W-TEMEND.
           OPEN I-O CADBANCO
           IF W-STAUX = "00"
              MOVE "S" TO W-TEMBCO.
           OPEN I-O CADHISTIX
           IF W-STAUX = "00"
              MOVE "S" TO W-TEMHIS.
       INC-OP2.
           OPEN OUTPUT CERTLGPD
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CERTLGPD"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CERTLGPD"
              GO TO ANO-FECHA.
      *
           IF W-MODO = "S"
              MOVE "(PREVIA)" TO WS-CABMODO
           ELSE
              MOVE SPACES     TO WS-CABMODO.
           MOVE W-HOJE     TO WS-CABDATA
           MOVE W-OPERADOR TO WS-CABOPER
           MOVE W-RETENCAO TO WS-CABRET
           MOVE W-LIMITE   TO WS-CABLIM
           MOVE WS-CAB1    TO REGCERT
           WRITE REGCERT
           MOVE SPACES     TO REGCERT
           MOVE WS-CAB2    TO REGCERT
           WRITE REGCERT
           MOVE SPACES     TO REGCERT
           WRITE REGCERT
           MOVE WS-CAB3    TO REGCERT
           WRITE REGCERT
           MOVE ZEROS TO AQ-CHAPA
           START FUNCARQ KEY NOT < AQ-CHAPA
           IF ST-ERRO NOT = "00"
              GO TO ANO-ENCERRA.
      *
       ANO-LOOP.
           READ FUNCARQ NEXT RECORD
           IF ST-ERRO = "10"
              GO TO ANO-ENCERRA.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO CADFUNCARQ"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA LEITURA DO ARQUIVO CADFUNCARQ"
              GO TO ANO-ENCERRA.
           ADD 1 TO W-CTLLIDOS
           IF AQ-NOME = W-MARCA
              ADD 1 TO W-TOTJA
              GO TO ANO-LOOP.
           COMPUTE W-CMPDEM = (AQ-DEMANO * 10000) + (AQ-DEMMES * 100)
                            + AQ-DEMDIA
           IF W-CMPDEM = ZEROS OR W-CMPDEM NOT < W-LIMITE
              GO TO ANO-LOOP.
           MOVE SPACES    TO WS-DETNOME WS-DETEND WS-DETBCO WS-DETSIT
           MOVE ZEROS     TO WS-DETHIST
           MOVE AQ-CHAPA  TO WS-DETCHAPA
           COMPUTE WS-DETDEM = (AQ-DEMDIA * 1000000)
                             + (AQ-DEMMES * 10000) + AQ-DEMANO
      *    PROCESSO TRABALHISTA ABERTO RETEM OS DADOS
           MOVE AQ-CHAPA TO W-DL112-CHAPA
           CALL "DL112" USING W-DL112-CHAPA W-DL112-RETIDO
           IF W-DL112-RETIDO = "S"
              ADD 1 TO W-TOTRET
              MOVE "RETIDA - PROCESSO ABERTO" TO WS-DETSIT
              MOVE WS-LINDET TO REGCERT
              WRITE REGCERT
              GO TO ANO-LOOP.
           PERFORM ANO-ENDERECO THRU ANO-ENDERECO-FIM
           PERFORM ANO-BANCO    THRU ANO-BANCO-FIM
           PERFORM ANO-HIST     THRU ANO-HIST-FIM
           IF W-MODO = "A"
              MOVE W-MARCA TO AQ-NOME
              REWRITE AQ-REGFUNC
              IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA REGRAVACAO DO CADFUNCARQ"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO
                 DISPLAY "ERRO NA REGRAVACAO DO CADFUNCARQ"
                 GO TO ANO-ENCERRA.
           ADD 1 TO W-TOTANON W-CTLGRAV
           MOVE "SIM"      TO WS-DETNOME
           MOVE W-QTDHIST  TO WS-DETHIST
           IF W-ACHEND = "S"
              MOVE "SIM" TO WS-DETEND
           ELSE
              MOVE "NAO" TO WS-DETEND.
           IF W-ACHBCO = "S"
              MOVE "SIM" TO WS-DETBCO
           ELSE
              MOVE "NAO" TO WS-DETBCO.
           IF W-MODO = "A"
              MOVE "ANONIMIZADA"      TO WS-DETSIT
           ELSE
              MOVE "SERA ANONIMIZADA" TO WS-DETSIT.
           MOVE WS-LINDET TO REGCERT
           WRITE REGCERT
           GO TO ANO-LOOP.
      *
       ANO-ENCERRA.
           MOVE W-TOTANON  TO WS-RODANON
           MOVE W-TOTRET   TO WS-RODRET
           MOVE SPACES     TO REGCERT
           WRITE REGCERT
           MOVE WS-RODAPE1 TO REGCERT
           WRITE REGCERT
           MOVE WS-RODAPE2 TO REGCERT
           WRITE REGCERT
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           DISPLAY "CHAPAS ANONIMIZADAS   : " W-TOTANON
           DISPLAY "RETIDAS (PROCESSO)    : " W-TOTRET
           DISPLAY "JA ANONIMIZADAS       : " W-TOTJA
           DISPLAY "CERTIFICADO GERADO EM CERTLGPD.DAT"
           CLOSE CERTLGPD.
       ANO-FECHA.
           CLOSE FUNCARQ
           IF W-TEMENDARQ = "S"
              CLOSE ENDERARQ.
           IF W-TEMEND = "S"
              CLOSE CADENDER.
           IF W-TEMBCO = "S"
              CLOSE CADBANCO.
           IF W-TEMHIS = "S"
              CLOSE CADHISTIX.
           GO TO ROT-FIM.
      *
      *****************************************
      * ENDERECO E CONTATOS - ARQUIVO MORTO E *
      * CADENDER (SE A CHAPA AINDA ESTIVER LA)*
      *****************************************
       ANO-ENDERECO.
           MOVE "N" TO W-ACHEND
           IF W-TEMENDARQ NOT = "S"
              GO TO ANO-ENDERECO-ATU.
           MOVE AQ-CHAPA TO AQ-ENDCHAPA
           READ ENDERARQ
           IF W-STAUX NOT = "00"
              GO TO ANO-ENDERECO-ATU.
           MOVE "S" TO W-ACHEND
           IF W-MODO = "A"
              MOVE SPACES TO AQ-ENDLOGRAD AQ-ENDUF AQ-ENDCONTATO
              MOVE ZEROS  TO AQ-ENDCEP
              REWRITE AQ-REGENDER.
       ANO-ENDERECO-ATU.
           IF W-TEMEND NOT = "S"
              GO TO ANO-ENDERECO-FIM.
           MOVE AQ-CHAPA TO ENDCHAPA
           READ CADENDER
           IF W-STAUX NOT = "00"
              GO TO ANO-ENDERECO-FIM.
           MOVE "S" TO W-ACHEND
           IF W-MODO = "A"
              MOVE SPACES TO ENDLOGRADOURO ENDNUMERO ENDBAIRRO
                             ENDCIDADE ENDUF ENDTELEFONE ENDEMAIL
              MOVE ZEROS  TO ENDCEP
              REWRITE REGENDER.
       ANO-ENDERECO-FIM.
           EXIT.
      *
      *****************************************
      * DADOS BANCARIOS - REGISTRO EXCLUIDO   *
      *****************************************
       ANO-BANCO.
           MOVE "N" TO W-ACHBCO
           IF W-TEMBCO NOT = "S"
              GO TO ANO-BANCO-FIM.
           MOVE AQ-CHAPA TO BCOCHAPA
           READ CADBANCO
           IF W-STAUX NOT = "00"
              GO TO ANO-BANCO-FIM.
           MOVE "S" TO W-ACHBCO
           IF W-MODO = "A"
              DELETE CADBANCO RECORD.
       ANO-BANCO-FIM.
           EXIT.
      *
      *****************************************
      * NOME NAS COPIAS DO CADASTRO GUARDADAS *
      * NO HISTORICO (CADHISTIX)              *
      *****************************************
       ANO-HIST.
           MOVE ZEROS TO W-QTDHIST
           IF W-TEMHIS NOT = "S"
              GO TO ANO-HIST-FIM.
           MOVE AQ-CHAPA TO HISTCHAPA
           MOVE ZEROS    TO HISTSEQ
           START CADHISTIX KEY NOT < HISTCHAVE
           IF W-STAUX NOT = "00"
              GO TO ANO-HIST-FIM.
       ANO-HIST-LE.
           READ CADHISTIX NEXT RECORD
           IF W-STAUX NOT = "00" OR HISTCHAPA NOT = AQ-CHAPA
              GO TO ANO-HIST-FIM.
           ADD 1 TO W-QTDHIST
           IF W-MODO = "A"
              MOVE W-MARCA TO HISTREGNOME
              REWRITE REGHISTIX.
           GO TO ANO-HIST-LE.
       ANO-HIST-FIM.
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
