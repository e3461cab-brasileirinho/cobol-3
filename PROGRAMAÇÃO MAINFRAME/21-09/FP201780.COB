       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201780.
       AUTHOR. LEONARDO.
      **************************************
      * RELATORIO LGPD - DADOS PESSOAIS    *
      * MANTIDOS PARA UM CPF               *
      **************************************
      * ATENDE O PEDIDO DO TITULAR (LEI 13.709): PROCURA
      * O CPF NO CADFUNC E NO ARQUIVO MORTO (CADFUNCARQ)
      * E, PARA CADA CHAPA ENCONTRADA, LISTA NO RELLGPD
      * TODOS OS DADOS PESSOAIS GUARDADOS: CADASTRO,
      * ENDERECO E CONTATOS (CADENDER/CADENDERARQ),
      * DEPENDENTES (CADDEPEN/CADDEPENARQ), DADOS
      * BANCARIOS (CADBANCO), ASO (CADASO), HISTORICO
      * DE ALTERACOES (CADHISTIX) E COMPETENCIAS DA
      * FOLHA (FOPAGHIST E FOPAGARQ). RELATORIO
      * SIGILOSO - SOMENTE O PERFIL ADMINISTRADOR
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

           SELECT FUNCARQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AQ-CHAPA
                    FILE STATUS  IS W-STAUX
                    ALTERNATE RECORD KEY IS AQ-NOME
                               WITH DUPLICATES
                    ALTERNATE RECORD KEY IS AQ-CPF
                               WITH DUPLICATES.

           SELECT CADENDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENDCHAPA
                    FILE STATUS  IS W-STAUX.

           SELECT ENDERARQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AQ-ENDCHAPA
                    FILE STATUS  IS W-STAUX.

           SELECT CADDEPEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEPCHAVE
                    FILE STATUS  IS W-STAUX
                    ALTERNATE RECORD KEY IS DEPCHAPA
                               WITH DUPLICATES.

           SELECT DEPENARQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AQ-DEPCHAVE
                    FILE STATUS  IS W-STAUX
                    ALTERNATE RECORD KEY IS AQ-DEPCHAPA
                               WITH DUPLICATES.

           SELECT CADBANCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCOCHAPA
                    FILE STATUS  IS W-STAUX.

           SELECT CADASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ASOCHAVE
                    FILE STATUS  IS W-STAUX
                    ALTERNATE RECORD KEY IS ASOCHAPA
                               WITH DUPLICATES.

           SELECT CADHISTIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HISTCHAVE
                    FILE STATUS  IS W-STAUX.

           SELECT FOPAGHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPHCHAVE
                    FILE STATUS  IS W-STAUX
                    ALTERNATE RECORD KEY IS FPHCHAPA
                               WITH DUPLICATES.

           SELECT FOPAGARQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPACHAVE
                    FILE STATUS  IS W-STAUX
                    ALTERNATE RECORD KEY IS FPACHAPA
                               WITH DUPLICATES.

           SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT RELLGPD ASSIGN TO DISK
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
                03 FUNCTIPOCONTR PIC X(01).
                03 FUNCSEXO   PIC X(01).
                03 FUNCRACA   PIC 9(01).
                03 FUNCPCD    PIC X(01).
                03 FUNCTIPODEF PIC 9(01).
                03 FILLER     PIC X(01).

      *    MESMO LAYOUT DO CADFUNC (ARQUIVADO PELO FP201681)
       FD FUNCARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNCARQ.DAT".
       01 AQ-REGFUNC.
                03 AQ-CHAPA          PIC 9(05).
                03 AQ-NOME           PIC X(35).
                03 AQ-CPF            PIC 9(11).
                03 FILLER            PIC X(67).

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

       FD ENDERARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENDERARQ.DAT".
       01 AQ-REGENDER.
                03 AQ-ENDCHAPA       PIC 9(05).
                03 FILLER            PIC X(171).

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

       FD DEPENARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEPENARQ.DAT".
       01 AQ-REGDEPEN.
                03 AQ-DEPCHAVE.
                   05 AQ-DEPCHAPA    PIC 9(05).
                   05 AQ-DEPSEQ      PIC 9(02).
                03 FILLER            PIC X(56).

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
                03 HISTREG           PIC X(118).
                03 HISTOPER          PIC X(08).

       FD FOPAGHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOPAGHIST.DAT".
       01 REGFOPAGH.
                03 FPHCHAVE.
                   05 FPHCHAPA       PIC 9(05).
                   05 FPHPERIODO.
                      07 FPHMES      PIC 9(02).
                      07 FPHANO      PIC 9(02).
                03 FPHDEPTO          PIC 9(03).
                03 FPHCARGO          PIC 9(03).
                03 FPHCDC            PIC 9(01).
                03 FPHTIPOSAL        PIC X(01).
                03 FPHSALBASE        PIC 9(06)V99.
                03 FPHSALPAGO        PIC 9(06)V99.
                03 FPHINSS           PIC 9(06)V99.
                03 FPHIRRF           PIC 9(06)V99.
                03 FPHOUTROS         PIC 9(06)V99.
                03 FPHDESCONTOS      PIC 9(06)V99.
                03 FPHLIQUIDO        PIC 9(06)V99.
                03 FPHPENSAO         PIC 9(06)V99.
                03 FPHEXTRAS         PIC 9(06)V99.
                03 FILLER            PIC X(04).

       FD FOPAGARQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOPAGARQ.DAT".
       01 REGFOPAGA.
                03 FPACHAVE.
                   05 FPACHAPA       PIC 9(05).
                   05 FPAPERIODO.
                      07 FPAMES      PIC 9(02).
                      07 FPAANO      PIC 9(02).
                03 FPARESTO          PIC X(84).

       FD CADSESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESSAO.DAT".
       01 REGSESSAO.
                03 SESOPERADOR       PIC X(08).
                03 SESPERFIL         PIC X(01).
                03 FILLER            PIC X(11).

       FD RELLGPD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELLGPD.DAT".
       01 REGRELLGPD PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STAUX       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201780".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-DL103-INV   PIC 9(01) VALUE ZEROS.
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-PERFIL      PIC X(01) VALUE SPACES.
       77 W-CPF         PIC 9(11) VALUE ZEROS.
       77 W-CHAPA       PIC 9(05) VALUE ZEROS.
       77 W-QTDCHAPA    PIC 9(02) VALUE ZEROS.
       77 W-IND         PIC 9(02) VALUE ZEROS.
       77 W-QTDITEM     PIC 9(05) VALUE ZEROS.
       77 W-TEMARQ      PIC X(01) VALUE "N".
       77 W-TEMEND      PIC X(01) VALUE "N".
       77 W-TEMENDARQ   PIC X(01) VALUE "N".
       77 W-TEMDEP      PIC X(01) VALUE "N".
       77 W-TEMDEPARQ   PIC X(01) VALUE "N".
       77 W-TEMBCO      PIC X(01) VALUE "N".
       77 W-TEMASO      PIC X(01) VALUE "N".
       77 W-TEMHIS      PIC X(01) VALUE "N".
       77 W-TEMFPH      PIC X(01) VALUE "N".
       77 W-TEMFPA      PIC X(01) VALUE "N".
       77 W-ACHOU       PIC X(01) VALUE "N".
       77 W-DTNUM       PIC 9(08) VALUE ZEROS.
       77 W-DTED        PIC 99/99/9999.
       77 W-VALED       PIC ZZZ.ZZ9,99.
       77 W-CPFED       PIC 999.999.999B99.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       01 W-HOJE        PIC 9(06) VALUE ZEROS.
      *    CHAPAS DO CPF (CADFUNC E ARQUIVO MORTO)
       01 W-TABCHAPAS.
          03 W-TCHAPA    PIC 9(05) OCCURS 20 TIMES.
          03 W-TORIGEM   PIC X(01) OCCURS 20 TIMES.
      *    REGISTRO DO ARQUIVO MORTO VISTO COM O LAYOUT DO CADFUNC
       01 W-REGFUNC.
          03 W-RFCHAPA   PIC 9(05).
          03 W-RFNOME    PIC X(35).
          03 FILLER      PIC X(78).
      *    ENDERECO DO ARQUIVO MORTO VISTO COM O LAYOUT DO CADENDER
       01 W-REGENDER    PIC X(176) VALUE SPACES.
       01 W-REGDEPEN    PIC X(63)  VALUE SPACES.
       01 WS-CAB1.
          03 FILLER       PIC X(47) VALUE
             "DADOS PESSOAIS MANTIDOS (LGPD) - EMITIDO EM    ".
          03 WS-CABDATA   PIC 9(06).
          03 FILLER       PIC X(06) VALUE " POR: ".
          03 WS-CABOPER   PIC X(08).
       01 WS-CAB2.
          03 FILLER       PIC X(19) VALUE "CPF DO TITULAR:    ".
          03 WS-CABCPF    PIC 999.999.999B99.
       01 WS-LINCHAPA.
          03 FILLER       PIC X(06) VALUE "CHAPA ".
          03 WS-LCHCHAPA  PIC 9(05).
          03 FILLER       PIC X(03) VALUE " - ".
          03 WS-LCHORIGEM PIC X(30).
       01 WS-LINSECAO.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-LSTITULO  PIC X(60).
       01 WS-LINCAMPO.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 WS-LCROTULO  PIC X(20).
          03 FILLER       PIC X(02) VALUE ": ".
          03 WS-LCVALOR   PIC X(60).
       01 WS-LINDEPEN.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 WS-LDSEQ     PIC 9(02).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-LDNOME    PIC X(35).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 WS-LDNASC    PIC 99/99/9999.
          03 FILLER       PIC X(13) VALUE " PARENTESCO: ".
          03 WS-LDPARENT  PIC X(01).
       01 WS-LINASO.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 WS-LASEQ     PIC 9(02).
          03 FILLER       PIC X(07) VALUE " TIPO: ".
          03 WS-LATIPO    PIC X(01).
          03 FILLER       PIC X(08) VALUE " DATA: ".
          03 WS-LADATA    PIC 99/99/9999.
          03 FILLER       PIC X(18) VALUE " VALIDADE (MESES):".
          03 WS-LAVALID   PIC Z9.
       01 WS-LINHIST.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 WS-LHSEQ     PIC 9(04).
          03 FILLER       PIC X(07) VALUE " TIPO: ".
          03 WS-LHTIPO    PIC X(01).
          03 FILLER       PIC X(07) VALUE " DATA: ".
          03 WS-LHDATA    PIC 99/99/99.
          03 FILLER       PIC X(12) VALUE " OPERADOR: ".
          03 WS-LHOPER    PIC X(08).
          03 FILLER       PIC X(08) VALUE " NOME: ".
          03 WS-LHNOME    PIC X(35).
       01 WS-LINFOLHA.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 WS-LFMES     PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 WS-LFANO     PIC 9(02).
          03 FILLER       PIC X(14) VALUE "  SAL. PAGO: ".
          03 WS-LFSALPAGO PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(12) VALUE "  LIQUIDO: ".
          03 WS-LFLIQUIDO PIC ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-LFORIGEM  PIC X(09).
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
           DISPLAY "RELATORIO LGPD - DADOS PESSOAIS POR CPF"
           IF W-PERFIL NOT = "A"
              DISPLAY "RELATORIO SOMENTE PARA O ADMINISTRADOR"
              GO TO ROT-FIM.
       INC-ACE1.
           DISPLAY "CPF DO TITULAR (0 = FIM): "
           ACCEPT W-CPF
           IF W-CPF = ZEROS
              GO TO ROT-FIM.
           MOVE W-CPF TO CPF
           CALL "DL103" USING CPF W-DL103-INV
           IF W-DL103-INV = 1
              DISPLAY "CPF COM DIGITO INVALIDO"
              GO TO INC-ACE1.
      *
       INC-OP0.
           OPEN INPUT CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFUNC" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNC"
              GO TO ROT-FIM.
       INC-OP1.
      *    OS DEMAIS ARQUIVOS SAO OPCIONAIS
           OPEN INPUT FUNCARQ
           IF W-STAUX = "00"
              MOVE "S" TO W-TEMARQ.
           OPEN INPUT CADENDER
           IF W-STAUX = "00"
              MOVE "S" TO W-TEMEND.
           OPEN INPUT ENDERARQ
           IF W-STAUX = "00"
              MOVE "S" TO W-TEMENDARQ.
           OPEN INPUT CADDEPEN
           IF W-STAUX = "00"
              MOVE "S" TO W-TEMDEP.
           OPEN INPUT DEPENARQ
           IF W-STAUX = "00"
              MOVE "S" TO W-TEMDEPARQ.
           OPEN INPUT CADBANCO
           IF W-STAUX = "00"
              MOVE "S" TO W-TEMBCO.
           OPEN INPUT CADASO
           IF W-STAUX = "00"
              MOVE "S" TO W-TEMASO.
           OPEN INPUT CADHISTIX
           IF W-STAUX = "00"
              MOVE "S" TO W-TEMHIS.
           OPEN INPUT FOPAGHIST
           IF W-STAUX = "00"
              MOVE "S" TO W-TEMFPH.
           OPEN INPUT FOPAGARQ
           IF W-STAUX = "00"
              MOVE "S" TO W-TEMFPA.
       INC-OP2.
           OPEN OUTPUT RELLGPD
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELLGPD" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELLGPD"
              GO TO LGP-FECHA.
      *
           MOVE W-HOJE     TO WS-CABDATA
           MOVE W-OPERADOR TO WS-CABOPER
           MOVE W-CPF      TO WS-CABCPF
           MOVE WS-CAB1    TO REGRELLGPD
           WRITE REGRELLGPD
           MOVE SPACES     TO REGRELLGPD
           MOVE WS-CAB2    TO REGRELLGPD
           WRITE REGRELLGPD
           PERFORM LGP-BUSCA THRU LGP-BUSCA-FIM
           IF W-QTDCHAPA = ZEROS
              MOVE SPACES TO REGRELLGPD
              WRITE REGRELLGPD
              MOVE "NENHUM DADO PESSOAL ENCONTRADO PARA O CPF"
                                                  TO REGRELLGPD
              WRITE REGRELLGPD
              GO TO LGP-ENCERRA.
           MOVE ZEROS TO W-IND.
       LGP-CHAPA.
           ADD 1 TO W-IND
           IF W-IND > W-QTDCHAPA
              GO TO LGP-ENCERRA.
           MOVE W-TCHAPA (W-IND) TO W-CHAPA
           PERFORM LGP-CADASTRO THRU LGP-CADASTRO-FIM
           PERFORM LGP-ENDERECO THRU LGP-ENDERECO-FIM
           PERFORM LGP-DEPEN    THRU LGP-DEPEN-FIM
           PERFORM LGP-BANCO    THRU LGP-BANCO-FIM
           PERFORM LGP-ASO      THRU LGP-ASO-FIM
           PERFORM LGP-HIST     THRU LGP-HIST-FIM
           PERFORM LGP-FOLHA    THRU LGP-FOLHA-FIM
           GO TO LGP-CHAPA.
       LGP-ENCERRA.
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           DISPLAY "CHAPAS ENCONTRADAS    : " W-QTDCHAPA
           DISPLAY "RELATORIO GERADO EM RELLGPD.DAT"
           CLOSE RELLGPD.
       LGP-FECHA.
           CLOSE CADFUNC
           IF W-TEMARQ = "S"
              CLOSE FUNCARQ.
           IF W-TEMEND = "S"
              CLOSE CADENDER.
           IF W-TEMENDARQ = "S"
              CLOSE ENDERARQ.
           IF W-TEMDEP = "S"
              CLOSE CADDEPEN.
           IF W-TEMDEPARQ = "S"
              CLOSE DEPENARQ.
           IF W-TEMBCO = "S"
              CLOSE CADBANCO.
           IF W-TEMASO = "S"
              CLOSE CADASO.
           IF W-TEMHIS = "S"
              CLOSE CADHISTIX.
           IF W-TEMFPH = "S"
              CLOSE FOPAGHIST.
           IF W-TEMFPA = "S"
              CLOSE FOPAGARQ.
           GO TO ROT-FIM.
      *
      *****************************************
      * CHAPAS DO CPF - CADFUNC (C) E ARQUIVO *
      * MORTO (M), PELA CHAVE ALTERNATIVA     *
      *****************************************
       LGP-BUSCA.
           MOVE ZEROS TO W-QTDCHAPA
           MOVE W-CPF TO CPF
           START CADFUNC KEY NOT < CPF
           IF ST-ERRO NOT = "00"
              GO TO LGP-BUSCA-ARQ.
       LGP-BUSCA-FUN.
           READ CADFUNC NEXT RECORD
           IF ST-ERRO NOT = "00" OR CPF NOT = W-CPF
              GO TO LGP-BUSCA-ARQ.
           IF W-QTDCHAPA < 20
              ADD 1 TO W-QTDCHAPA
              MOVE CHAPA TO W-TCHAPA (W-QTDCHAPA)
              MOVE "C"   TO W-TORIGEM (W-QTDCHAPA).
           GO TO LGP-BUSCA-FUN.
       LGP-BUSCA-ARQ.
           IF W-TEMARQ NOT = "S"
              GO TO LGP-BUSCA-FIM.
           MOVE W-CPF TO AQ-CPF
           START FUNCARQ KEY NOT < AQ-CPF
           IF W-STAUX NOT = "00"
              GO TO LGP-BUSCA-FIM.
       LGP-BUSCA-ARQ-LE.
           READ FUNCARQ NEXT RECORD
           IF W-STAUX NOT = "00" OR AQ-CPF NOT = W-CPF
              GO TO LGP-BUSCA-FIM.
           IF W-QTDCHAPA < 20
              ADD 1 TO W-QTDCHAPA
              MOVE AQ-CHAPA TO W-TCHAPA (W-QTDCHAPA)
              MOVE "M"      TO W-TORIGEM (W-QTDCHAPA).
           GO TO LGP-BUSCA-ARQ-LE.
       LGP-BUSCA-FIM.
           EXIT.
      *
      *****************************************
      * CADASTRO DO FUNCIONARIO - O REGISTRO  *
      * DO ARQUIVO MORTO TEM O MESMO LAYOUT   *
      *****************************************
       LGP-CADASTRO.
           MOVE SPACES   TO REGRELLGPD
           WRITE REGRELLGPD
           MOVE W-CHAPA  TO WS-LCHCHAPA
           IF W-TORIGEM (W-IND) = "C"
              MOVE "CADASTRO ATIVO (CADFUNC)"    TO WS-LCHORIGEM
              MOVE W-CHAPA TO CHAPA
              READ CADFUNC
           ELSE
              MOVE "ARQUIVO MORTO (CADFUNCARQ)"  TO WS-LCHORIGEM
              MOVE W-CHAPA TO AQ-CHAPA
              READ FUNCARQ
              MOVE AQ-REGFUNC TO W-REGFUNC
              MOVE W-REGFUNC  TO REGFUNC.
           ADD 1 TO W-CTLLIDOS
           MOVE WS-LINCHAPA TO REGRELLGPD
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
           MOVE "CADASTRO"  TO WS-LSTITULO
           PERFORM GRAVA-SECAO THRU GRAVA-SECAO-FIM
           MOVE "NOME"      TO WS-LCROTULO
           MOVE NOME        TO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "CPF"       TO WS-LCROTULO
           MOVE CPF         TO W-CPFED
           MOVE W-CPFED     TO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "RG"        TO WS-LCROTULO
           MOVE RG          TO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "NASCIMENTO" TO WS-LCROTULO
           COMPUTE W-DTNUM = (DIA OF DATANASC * 1000000)
                           + (MES OF DATANASC * 10000)
                           +  ANO OF DATANASC
           MOVE W-DTNUM     TO W-DTED
           MOVE W-DTED      TO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "ESTADO CIVIL" TO WS-LCROTULO
           MOVE ESTCIVIL    TO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "NUMERO DE FILHOS" TO WS-LCROTULO
           MOVE NUMFIL      TO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "ADMISSAO"  TO WS-LCROTULO
           COMPUTE W-DTNUM = (DIA OF DATAADM * 1000000)
                           + (MES OF DATAADM * 10000)
                           +  ANO OF DATAADM
           MOVE W-DTNUM     TO W-DTED
           MOVE W-DTED      TO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "DEMISSAO"  TO WS-LCROTULO
           COMPUTE W-DTNUM = (DIA OF DATADEM * 1000000)
                           + (MES OF DATADEM * 10000)
                           +  ANO OF DATADEM
           MOVE W-DTNUM     TO W-DTED
           MOVE W-DTED      TO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "SITUACAO"  TO WS-LCROTULO
           MOVE ESTATUS     TO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "DEPTO / CARGO" TO WS-LCROTULO
           MOVE SPACES      TO WS-LCVALOR
           STRING FUNCDEPTO " / " FUNCCARGO
                  DELIMITED BY SIZE INTO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "SALARIO BASE" TO WS-LCROTULO
           MOVE FUNCSALBASE TO W-VALED
           MOVE W-VALED     TO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "SEXO / RACA-COR" TO WS-LCROTULO
           MOVE SPACES      TO WS-LCVALOR
           STRING FUNCSEXO " / " FUNCRACA
                  DELIMITED BY SIZE INTO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "PCD / DEFICIENCIA" TO WS-LCROTULO
           MOVE SPACES      TO WS-LCVALOR
           STRING FUNCPCD " / " FUNCTIPODEF
                  DELIMITED BY SIZE INTO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM.
       LGP-CADASTRO-FIM.
           EXIT.
      *
      *****************************************
      * ENDERECO E CONTATOS                   *
      *****************************************
       LGP-ENDERECO.
           MOVE "N" TO W-ACHOU
           IF W-TEMEND = "S"
              MOVE W-CHAPA TO ENDCHAPA
              READ CADENDER
              IF W-STAUX = "00"
                 MOVE "S" TO W-ACHOU.
           IF W-ACHOU NOT = "S" AND W-TEMENDARQ = "S"
              MOVE W-CHAPA TO AQ-ENDCHAPA
              READ ENDERARQ
              IF W-STAUX = "00"
                 MOVE AQ-REGENDER TO W-REGENDER
                 MOVE W-REGENDER  TO REGENDER
                 MOVE "S" TO W-ACHOU.
           IF W-ACHOU NOT = "S"
              GO TO LGP-ENDERECO-FIM.
           ADD 1 TO W-CTLLIDOS
           MOVE "ENDERECO E CONTATOS" TO WS-LSTITULO
           PERFORM GRAVA-SECAO THRU GRAVA-SECAO-FIM
           MOVE "LOGRADOURO" TO WS-LCROTULO
           MOVE SPACES       TO WS-LCVALOR
           STRING ENDLOGRADOURO DELIMITED BY "  "
                  ", " ENDNUMERO DELIMITED BY SIZE
                  INTO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "BAIRRO"     TO WS-LCROTULO
           MOVE ENDBAIRRO    TO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "CIDADE / UF" TO WS-LCROTULO
           MOVE SPACES       TO WS-LCVALOR
           STRING ENDCIDADE DELIMITED BY "  "
                  " / " ENDUF DELIMITED BY SIZE
                  INTO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "CEP"        TO WS-LCROTULO
           MOVE ENDCEP       TO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "TELEFONE"   TO WS-LCROTULO
           MOVE ENDTELEFONE  TO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "E-MAIL"     TO WS-LCROTULO
           MOVE ENDEMAIL     TO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "PIS"        TO WS-LCROTULO
           MOVE ENDPIS       TO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM.
       LGP-ENDERECO-FIM.
           EXIT.
      *
      *****************************************
      * DEPENDENTES - ATIVOS E ARQUIVADOS     *
      *****************************************
       LGP-DEPEN.
           MOVE ZEROS TO W-QTDITEM
           IF W-TEMDEP NOT = "S"
              GO TO LGP-DEPEN-ARQ.
           MOVE W-CHAPA TO DEPCHAPA
           START CADDEPEN KEY NOT < DEPCHAPA
           IF W-STAUX NOT = "00"
              GO TO LGP-DEPEN-ARQ.
       LGP-DEPEN-LE.
           READ CADDEPEN NEXT RECORD
           IF W-STAUX NOT = "00" OR DEPCHAPA NOT = W-CHAPA
              GO TO LGP-DEPEN-ARQ.
           PERFORM LGP-DEPEN-LINHA THRU LGP-DEPEN-LINHA-FIM
           GO TO LGP-DEPEN-LE.
       LGP-DEPEN-ARQ.
           IF W-TEMDEPARQ NOT = "S"
              GO TO LGP-DEPEN-FIM.
           MOVE W-CHAPA TO AQ-DEPCHAPA
           START DEPENARQ KEY NOT < AQ-DEPCHAPA
           IF W-STAUX NOT = "00"
              GO TO LGP-DEPEN-FIM.
       LGP-DEPEN-ARQ-LE.
           READ DEPENARQ NEXT RECORD
           IF W-STAUX NOT = "00" OR AQ-DEPCHAPA NOT = W-CHAPA
              GO TO LGP-DEPEN-FIM.
           MOVE AQ-REGDEPEN TO W-REGDEPEN
           MOVE W-REGDEPEN  TO REGDEPEN
           PERFORM LGP-DEPEN-LINHA THRU LGP-DEPEN-LINHA-FIM
           GO TO LGP-DEPEN-ARQ-LE.
       LGP-DEPEN-FIM.
           EXIT.
      *
       LGP-DEPEN-LINHA.
           ADD 1 TO W-CTLLIDOS
           IF W-QTDITEM = ZEROS
              MOVE "DEPENDENTES" TO WS-LSTITULO
              PERFORM GRAVA-SECAO THRU GRAVA-SECAO-FIM.
           ADD 1 TO W-QTDITEM
           MOVE DEPSEQ        TO WS-LDSEQ
           MOVE DEPNOME       TO WS-LDNOME
           COMPUTE W-DTNUM = (DIA OF DEPDATANASC * 1000000)
                           + (MES OF DEPDATANASC * 10000)
                           +  ANO OF DEPDATANASC
           MOVE W-DTNUM       TO WS-LDNASC
           MOVE DEPPARENTESCO TO WS-LDPARENT
           MOVE WS-LINDEPEN   TO REGRELLGPD
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       LGP-DEPEN-LINHA-FIM.
           EXIT.
      *
      *****************************************
      * DADOS BANCARIOS                       *
      *****************************************
       LGP-BANCO.
           IF W-TEMBCO NOT = "S"
              GO TO LGP-BANCO-FIM.
           MOVE W-CHAPA TO BCOCHAPA
           READ CADBANCO
           IF W-STAUX NOT = "00"
              GO TO LGP-BANCO-FIM.
           ADD 1 TO W-CTLLIDOS
           MOVE "DADOS BANCARIOS" TO WS-LSTITULO
           PERFORM GRAVA-SECAO THRU GRAVA-SECAO-FIM
           MOVE "BANCO / AGENCIA" TO WS-LCROTULO
           MOVE SPACES      TO WS-LCVALOR
           STRING BCOBANCO " / " BCOAGENCIA
                  DELIMITED BY SIZE INTO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "CONTA / TIPO" TO WS-LCROTULO
           MOVE SPACES      TO WS-LCVALOR
           STRING BCOCONTA " / " BCOTIPOCONTA
                  DELIMITED BY SIZE INTO WS-LCVALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM.
       LGP-BANCO-FIM.
           EXIT.
      *
      *****************************************
      * EXAMES OCUPACIONAIS (ASO)             *
      *****************************************
       LGP-ASO.
           MOVE ZEROS TO W-QTDITEM
           IF W-TEMASO NOT = "S"
              GO TO LGP-ASO-FIM.
           MOVE W-CHAPA TO ASOCHAPA
           START CADASO KEY NOT < ASOCHAPA
           IF W-STAUX NOT = "00"
              GO TO LGP-ASO-FIM.
       LGP-ASO-LE.
           READ CADASO NEXT RECORD
           IF W-STAUX NOT = "00" OR ASOCHAPA NOT = W-CHAPA
              GO TO LGP-ASO-FIM.
           ADD 1 TO W-CTLLIDOS
           IF W-QTDITEM = ZEROS
              MOVE "EXAMES OCUPACIONAIS (ASO)" TO WS-LSTITULO
              PERFORM GRAVA-SECAO THRU GRAVA-SECAO-FIM.
           ADD 1 TO W-QTDITEM
           MOVE ASOSEQ      TO WS-LASEQ
           MOVE ASOTIPO     TO WS-LATIPO
           COMPUTE W-DTNUM = (DIA OF ASODATA * 1000000)
                           + (MES OF ASODATA * 10000)
                           +  ANO OF ASODATA
           MOVE W-DTNUM     TO WS-LADATA
           MOVE ASOVALIDADE TO WS-LAVALID
           MOVE WS-LINASO   TO REGRELLGPD
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
           GO TO LGP-ASO-LE.
       LGP-ASO-FIM.
           EXIT.
      *
      *****************************************
      * HISTORICO DE ALTERACOES DO CADASTRO - *
      * CADA REGISTRO GUARDA UMA COPIA DO     *
      * CADFUNC (NOME NA POSICAO 6)           *
      *****************************************
       LGP-HIST.
           MOVE ZEROS TO W-QTDITEM
           IF W-TEMHIS NOT = "S"
              GO TO LGP-HIST-FIM.
           MOVE W-CHAPA TO HISTCHAPA
           MOVE ZEROS   TO HISTSEQ
           START CADHISTIX KEY NOT < HISTCHAVE
           IF W-STAUX NOT = "00"
              GO TO LGP-HIST-FIM.
       LGP-HIST-LE.
           READ CADHISTIX NEXT RECORD
           IF W-STAUX NOT = "00" OR HISTCHAPA NOT = W-CHAPA
              GO TO LGP-HIST-FIM.
           ADD 1 TO W-CTLLIDOS
           IF W-QTDITEM = ZEROS
              MOVE "HISTORICO DE ALTERACOES (CADHISTIX)"
                                                TO WS-LSTITULO
              PERFORM GRAVA-SECAO THRU GRAVA-SECAO-FIM.
           ADD 1 TO W-QTDITEM
           MOVE HISTSEQ     TO WS-LHSEQ
           MOVE HISTTIPO    TO WS-LHTIPO
           MOVE HISTDATA    TO WS-LHDATA
           MOVE HISTOPER    TO WS-LHOPER
           MOVE HISTREG     TO W-REGFUNC
           MOVE W-RFNOME    TO WS-LHNOME
           MOVE WS-LINHIST  TO REGRELLGPD
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
           GO TO LGP-HIST-LE.
       LGP-HIST-FIM.
           EXIT.
      *
      *****************************************
      * COMPETENCIAS DA FOLHA - HISTORICO E   *
      * ARQUIVO MORTO DA FOLHA                *
      *****************************************
       LGP-FOLHA.
           MOVE ZEROS TO W-QTDITEM
           IF W-TEMFPH NOT = "S"
              GO TO LGP-FOLHA-ARQ.
           MOVE W-CHAPA TO FPHCHAPA
           MOVE ZEROS   TO FPHPERIODO
           START FOPAGHIST KEY NOT < FPHCHAVE
           IF W-STAUX NOT = "00"
              GO TO LGP-FOLHA-ARQ.
       LGP-FOLHA-LE.
           READ FOPAGHIST NEXT RECORD
           IF W-STAUX NOT = "00" OR FPHCHAPA NOT = W-CHAPA
              GO TO LGP-FOLHA-ARQ.
           MOVE "FOPAGHIST" TO WS-LFORIGEM
           PERFORM LGP-FOLHA-LINHA THRU LGP-FOLHA-LINHA-FIM
           GO TO LGP-FOLHA-LE.
       LGP-FOLHA-ARQ.
           IF W-TEMFPA NOT = "S"
              GO TO LGP-FOLHA-FIM.
           MOVE W-CHAPA TO FPACHAPA
           MOVE ZEROS   TO FPAPERIODO
           START FOPAGARQ KEY NOT < FPACHAVE
           IF W-STAUX NOT = "00"
              GO TO LGP-FOLHA-FIM.
       LGP-FOLHA-ARQ-LE.
           READ FOPAGARQ NEXT RECORD
           IF W-STAUX NOT = "00" OR FPACHAPA NOT = W-CHAPA
              GO TO LGP-FOLHA-FIM.
      *    MESMO LAYOUT DO FOPAGHIST
           MOVE REGFOPAGA  TO REGFOPAGH
           MOVE "FOPAGARQ" TO WS-LFORIGEM
           PERFORM LGP-FOLHA-LINHA THRU LGP-FOLHA-LINHA-FIM
           GO TO LGP-FOLHA-ARQ-LE.
       LGP-FOLHA-FIM.
           EXIT.
      *
       LGP-FOLHA-LINHA.
           ADD 1 TO W-CTLLIDOS
           IF W-QTDITEM = ZEROS
              MOVE "COMPETENCIAS DA FOLHA" TO WS-LSTITULO
              PERFORM GRAVA-SECAO THRU GRAVA-SECAO-FIM.
           ADD 1 TO W-QTDITEM
           MOVE FPHMES      TO WS-LFMES
           MOVE FPHANO      TO WS-LFANO
           MOVE FPHSALPAGO  TO WS-LFSALPAGO
           MOVE FPHLIQUIDO  TO WS-LFLIQUIDO
           ADD  FPHLIQUIDO  TO W-CTLVALOR
           MOVE WS-LINFOLHA TO REGRELLGPD
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       LGP-FOLHA-LINHA-FIM.
           EXIT.
      *
      *****************************************
      * GRAVACAO DAS LINHAS DO RELATORIO      *
      *****************************************
       GRAVA-SECAO.
           MOVE WS-LINSECAO TO REGRELLGPD
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       GRAVA-SECAO-FIM.
           EXIT.
      *
       GRAVA-CAMPO.
           MOVE WS-LINCAMPO TO REGRELLGPD
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
           MOVE SPACES TO WS-LCVALOR.
       GRAVA-CAMPO-FIM.
           EXIT.
      *
       GRAVA-LINHA.
           WRITE REGRELLGPD
           ADD 1 TO W-CTLGRAV
           MOVE SPACES TO REGRELLGPD.
       GRAVA-LINHA-FIM.
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
