       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201756.
       AUTHOR. LEONARDO.
      **************************************
      * REQUERIMENTO DO SEGURO-DESEMPREGO  *
      **************************************
      * OPCAO 1 - EMITE O REQUERIMENTO (REQSEGDES) DA
      * CHAPA DEMITIDA SEM JUSTA CAUSA: O MOTIVO VEM
      * DA RESCISAO GRAVADA PELO FP201641 (CADRESC),
      * OS TRES ULTIMOS SALARIOS DO FOPAGHIST ANTES DO
      * MES DA DEMISSAO (SEM 13 E PLR), OS MESES
      * TRABALHADOS NOS ULTIMOS 36 MESES PELO CONTRATO
      * ATUAL E PELOS ANTERIORES DO CADMOV, O PIS E O
      * ENDERECO DO CADENDER. CADA EMISSAO FICA NO
      * CADSEGDES (REEMISSAO ATUALIZA A DATA)
      * OPCAO 2 - RELACAO DOS REQUERIMENTOS EMITIDOS
      * NO MES (RELSEGDES) PARA A HOMOLOGACAO NO
      * SINDICATO
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

           SELECT FOPAGHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPHCHAVE
                    FILE STATUS  IS W-STFPH
                    ALTERNATE RECORD KEY IS FPHCHAPA
                               WITH DUPLICATES.

           SELECT CADENDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENDCHAPA
                    FILE STATUS  IS W-STEND.

           SELECT CADMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOVCHAVE
                    FILE STATUS  IS W-STMOV.

           SELECT CADEMPRESA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMPCODIGO
                    FILE STATUS  IS W-STEMP.

           SELECT CADRESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSCCHAVE
                    FILE STATUS  IS W-STRSC.

           SELECT CADSEGDES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SGDCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT REQSEGDES ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT RELSEGDES ASSIGN TO DISK
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
                03 FILLER            PIC X(20).

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

       FD CADMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOV.DAT".
       01 REGMOV.
                03 MOVCHAVE.
                   05 MOVCHAPA       PIC 9(05).
                   05 MOVSEQ         PIC 9(02).
                03 MOVDATAADM.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 MOVDATADEM.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 FILLER            PIC X(16).

       FD CADEMPRESA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPRESA.DAT".
       01 REGEMPRESA.
                03 EMPCODIGO        PIC 9(02).
                03 EMPRAZAO         PIC X(30).
                03 EMPCNPJ          PIC 9(14).
                03 FILLER           PIC X(14).

       FD CADRESC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRESC.DAT".
       01 REGRESC.
                03 RSCCHAVE.
                   05 RSCCHAPA       PIC 9(05).
                   05 RSCVERBA       PIC 9(03).
                03 RSCTIPO           PIC X(01).
                03 RSCDADOSVERBA.
                   05 RSCDESCR       PIC X(30).
                   05 RSCREFER       PIC 9(03)V99.
                   05 RSCVALOR       PIC 9(08)V99.
                   05 RSCINCINSS     PIC X(01).
                   05 RSCINCIRRF     PIC X(01).
                   05 RSCINCFGTS     PIC X(01).
                   05 FILLER         PIC X(63).
                03 RSCDADOSCAB REDEFINES RSCDADOSVERBA.
                   05 RSCMOTIVO      PIC 9(01).
                   05 RSCAVISOTIPO   PIC X(01).
                   05 RSCAVISODIAS   PIC 9(02).
                   05 RSCDTDEM       PIC 9(08).
                   05 RSCCDC         PIC 9(01).
                   05 RSCMULTA       PIC 9(02).
                   05 RSCBRUTO       PIC 9(08)V99.
                   05 RSCINSS        PIC 9(08)V99.
                   05 RSCIRRF        PIC 9(08)V99.
                   05 RSCLIQUIDO     PIC 9(08)V99.
                   05 RSCBASEFGTS    PIC 9(08)V99.
                   05 RSCSITUACAO    PIC X(01).
                   05 RSCREMMES      PIC 9(02).
                   05 RSCREMANO      PIC 9(02).
                   05 RSCFGTSGRRF    PIC 9(08)V99.
                   05 RSCMULTAVAL    PIC 9(08)V99.
                   05 RSCDTCALC      PIC 9(06).
                   05 FILLER         PIC X(15).

       FD CADSEGDES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSEGDES.DAT".
       01 REGSEGDES.
                03 SGDCHAVE.
                   05 SGDCHAPA       PIC 9(05).
                   05 SGDDTDEM       PIC 9(08).
                03 SGDDTEMIS         PIC 9(06).
                03 SGDSALARIOS.
                   05 SGDSAL OCCURS 3 TIMES.
                      07 SGDCOMP     PIC 9(04).
                      07 SGDVALOR    PIC 9(06)V99.
                03 SGDMESES          PIC 9(02).
                03 SGDPIS            PIC 9(11).
                03 FILLER            PIC X(22).

       FD REQSEGDES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REQSEGDES.DAT".
       01 REGREQSEGDES PIC X(80).

       FD RELSEGDES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELSEGDES.DAT".
       01 REGRELSEGDES PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201756".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-STFPH       PIC X(02) VALUE "00".
       77 W-STEND       PIC X(02) VALUE "00".
       77 W-STMOV       PIC X(02) VALUE "00".
       77 W-STEMP       PIC X(02) VALUE "00".
       77 W-STRSC       PIC X(02) VALUE "00".
       77 W-TEMEND      PIC X(01) VALUE "N".
       77 W-TEMMOV      PIC X(01) VALUE "N".
       77 W-TEMEMP      PIC X(01) VALUE "N".
       77 W-TEMRSC      PIC X(01) VALUE "N".
       77 W-OPCAO       PIC 9(01) VALUE ZEROS.
       77 W-CHAPA       PIC 9(05) VALUE ZEROS.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(02) VALUE ZEROS.
       77 W-DTDEM       PIC 9(08) VALUE ZEROS.
       77 W-COMPDEM     PIC 9(04) VALUE ZEROS.
       77 W-COMPFPH     PIC 9(04) VALUE ZEROS.
       77 W-COMPREL     PIC 9(04) VALUE ZEROS.
       77 W-IND         PIC 9(02) COMP VALUE ZEROS.
       77 W-IDXDEM      PIC 9(06) VALUE ZEROS.
       77 W-IDXINI      PIC 9(06) VALUE ZEROS.
       77 W-IDXA        PIC 9(06) VALUE ZEROS.
       77 W-IDXB        PIC 9(06) VALUE ZEROS.
       77 W-MESES       PIC 9(03) VALUE ZEROS.
       77 W-SOMASAL     PIC 9(07)V99 VALUE ZEROS.
       77 W-QTDEMIT     PIC 9(05) VALUE ZEROS.
       77 W-QTDRECUS    PIC 9(05) VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
       77 W-CTLPULADOS  PIC 9(07) VALUE ZEROS.
       77 W-CTLVALOR    PIC 9(11)V99 VALUE ZEROS.
       01 W-HOJE        PIC 9(06) VALUE ZEROS.
       01 W-HOJER REDEFINES W-HOJE.
          03 W-HOJEANO  PIC 9(02).
          03 W-HOJEMES  PIC 9(02).
          03 W-HOJEDIA  PIC 9(02).
      *    TRES ULTIMOS SALARIOS (1 = MAIS RECENTE), COMPETENCIA AAMM
       01 W-SALTAB.
          03 W-SAL OCCURS 3 TIMES.
             05 W-SALCOMP  PIC 9(04).
             05 W-SALVAL   PIC 9(06)V99.
       01 W-DATA8       PIC 9(08) VALUE ZEROS.
       01 W-DATA8R REDEFINES W-DATA8.
          03 W-D8ANO    PIC 9(04).
          03 W-D8MES    PIC 9(02).
          03 W-D8DIA    PIC 9(02).
       01 WS-LINTRACO   PIC X(78) VALUE ALL "-".
       01 WS-CAB1       PIC X(78) VALUE
          "SEGURO-DESEMPREGO - REQUERIMENTO - DISPENSA SEM JUSTA CAUSA".
       01 WS-LINEMP.
          03 FILLER        PIC X(13) VALUE "EMPREGADOR:  ".
          03 WS-EMPRAZAO   PIC X(30).
          03 FILLER        PIC X(08) VALUE "  CNPJ: ".
          03 WS-EMPCNPJ    PIC 9(14).
       01 WS-LINNOME.
          03 FILLER        PIC X(13) VALUE "TRABALHADOR: ".
          03 WS-NOME       PIC X(35).
          03 FILLER        PIC X(09) VALUE "  CHAPA: ".
          03 WS-CHAPA      PIC 9(05).
       01 WS-LINDOC.
          03 FILLER        PIC X(13) VALUE "CPF:         ".
          03 WS-CPF        PIC 9(11).
          03 FILLER        PIC X(08) VALUE "   PIS: ".
          03 WS-PIS        PIC 9(11).
       01 WS-LINEND1.
          03 FILLER        PIC X(13) VALUE "ENDERECO:    ".
          03 WS-LOGRAD     PIC X(40).
          03 FILLER        PIC X(02) VALUE ", ".
          03 WS-NUMERO     PIC X(06).
       01 WS-LINEND2.
          03 FILLER        PIC X(13) VALUE "BAIRRO:      ".
          03 WS-BAIRRO     PIC X(20).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-CIDADE     PIC X(20).
          03 FILLER        PIC X(01) VALUE "/".
          03 WS-UF         PIC X(02).
          03 FILLER        PIC X(06) VALUE " CEP: ".
          03 WS-CEP        PIC 9(08).
       01 WS-LINDATAS.
          03 FILLER        PIC X(13) VALUE "ADMISSAO:    ".
          03 WS-DATAADM    PIC 99/99/9999.
          03 FILLER        PIC X(13) VALUE "   DISPENSA: ".
          03 WS-DATADEM    PIC 99/99/9999.
          03 FILLER        PIC X(09) VALUE "   AVISO ".
          03 WS-AVISO      PIC X(10).
       01 WS-LINMESES.
          03 FILLER        PIC X(41) VALUE
             "MESES TRABALHADOS NOS ULTIMOS 36 MESES: ".
          03 WS-MESES      PIC Z9.
       01 WS-CABSAL     PIC X(78) VALUE
          "ULTIMOS SALARIOS ANTERIORES AO MES DA DISPENSA:".
       01 WS-LINSAL.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 WS-SALORDEM   PIC X(14).
          03 WS-SALMES     PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 WS-SALANO     PIC 99.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 WS-SALVAL     PIC ZZZ.ZZZ,99.
       01 WS-LINSOMA.
          03 FILLER        PIC X(27) VALUE
             "    SOMA DOS TRES SALARIOS ".
          03 WS-SOMASAL    PIC Z.ZZZ.ZZZ,99.
       01 WS-LINASSIN.
          03 FILLER        PIC X(06) VALUE "DATA: ".
          03 WS-ASSDIA     PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 WS-ASSMES     PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 WS-ASSANO     PIC 99.
          03 FILLER        PIC X(36) VALUE
             "    ASSINATURA DO EMPREGADOR: _____".
          03 FILLER        PIC X(20) VALUE ALL "_".
      *    RELACAO PARA A HOMOLOGACAO
       01 WS-CABREL1.
          03 FILLER        PIC X(52) VALUE
             "REQUERIMENTOS DE SEGURO-DESEMPREGO EMITIDOS NO MES ".
          03 WS-RELMES     PIC 99.
          03 FILLER        PIC X(01) VALUE "/".
          03 WS-RELANO     PIC 99.
       01 WS-CABREL2.
          03 FILLER        PIC X(07) VALUE "CHAPA".
          03 FILLER        PIC X(31) VALUE "NOME".
          03 FILLER        PIC X(13) VALUE "CPF".
          03 FILLER        PIC X(12) VALUE "DISPENSA".
          03 FILLER        PIC X(10) VALUE "EMISSAO".
          03 FILLER        PIC X(25) VALUE "VISTO DO SINDICATO".
       01 WS-LINREL.
          03 WS-RELCHAPA   PIC 9(05).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-RELNOME    PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-RELCPF     PIC 9(11).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-RELDEM     PIC 99/99/9999.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-RELEMIS    PIC 99/99/99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 FILLER        PIC X(25) VALUE ALL "_".
       01 WS-RODREL.
          03 FILLER        PIC X(25) VALUE
             "REQUERIMENTOS NO MES:    ".
          03 WS-RODQTD     PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-ACE0.
           DISPLAY "SEGURO-DESEMPREGO"
           DISPLAY "1-EMITIR REQUERIMENTO  2-RELACAO DO MES"
           ACCEPT W-OPCAO
           IF W-OPCAO NOT = 1 AND W-OPCAO NOT = 2
              DISPLAY "OPCAO INVALIDA"
              GO TO INC-ACE0.
           ACCEPT W-HOJE FROM DATE.
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
           OPEN I-O CADSEGDES
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADSEGDES
                 CLOSE CADSEGDES
                 GO TO INC-OP1
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADSEGDES"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSEGDES"
                 GO TO ROT-FIMS.
           IF W-OPCAO = 2
              GO TO REL-INICIO.
       INC-OP2.
           OPEN INPUT FOPAGHIST
           IF W-STFPH NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO FOPAGHIST"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STFPH
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO FOPAGHIST"
              GO TO ROT-FIMS.
       INC-OP3.
      *    RESCISAO (MOTIVO), ENDERECO, CONTRATOS ANTERIORES
      *    E EMPRESA SAO OPCIONAIS NA ABERTURA
           OPEN INPUT CADRESC
           IF W-STRSC = "00"
              MOVE "S" TO W-TEMRSC.
           OPEN INPUT CADENDER
           IF W-STEND = "00"
              MOVE "S" TO W-TEMEND.
           OPEN INPUT CADMOV
           IF W-STMOV = "00"
              MOVE "S" TO W-TEMMOV.
           OPEN INPUT CADEMPRESA
           IF W-STEMP = "00"
              MOVE "S" TO W-TEMEMP.
       INC-OP4.
           OPEN OUTPUT REQSEGDES
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO REQSEGDES"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO REQSEGDES"
              GO TO ROT-FIMS.
      *
      *****************************************
      * EMISSAO - UMA CHAPA POR VEZ           *
      *****************************************
       SGD-CHAPA.
           DISPLAY "CHAPA DISPENSADA SEM JUSTA CAUSA (00000=FIM): "
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
              GO TO SGD-FIM.
           ADD 1 TO W-CTLLIDOS
           MOVE W-CHAPA TO CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              DISPLAY "FUNCIONARIO NAO CADASTRADO"
              GO TO SGD-RECUSA.
           IF ESTATUS NOT = "D" OR DATADEM = ZEROS
              DISPLAY "FUNCIONARIO SEM DISPENSA REGISTRADA"
              GO TO SGD-RECUSA.
           COMPUTE W-DTDEM = (ANO OF DATADEM * 10000)
                           + (MES OF DATADEM * 100)
                           +  DIA OF DATADEM
      *    SO DISPENSA SEM JUSTA CAUSA CALCULADA NO FP201641
           IF W-TEMRSC NOT = "S"
              DISPLAY "RESCISAO NAO CALCULADA (FP201641)"
              GO TO SGD-RECUSA.
           MOVE W-CHAPA TO RSCCHAPA
           MOVE ZEROS   TO RSCVERBA
           READ CADRESC
           IF W-STRSC NOT = "00" OR RSCDTDEM NOT = W-DTDEM
              DISPLAY "RESCISAO NAO CALCULADA (FP201641)"
              GO TO SGD-RECUSA.
           IF RSCMOTIVO NOT = 1
              DISPLAY "DISPENSA NAO FOI SEM JUSTA CAUSA"
              GO TO SGD-RECUSA.
           PERFORM SGD-SALARIOS THRU SGD-SALARIOS-FIM
           IF W-SALCOMP (1) = ZEROS
              DISPLAY "SEM SALARIOS NO FOPAGHIST ANTES DA DISPENSA"
              GO TO SGD-RECUSA.
           PERFORM SGD-MESES THRU SGD-MESES-FIM
           MOVE SPACES TO ENDLOGRADOURO ENDNUMERO ENDBAIRRO
                          ENDCIDADE ENDUF
           MOVE ZEROS  TO ENDCEP ENDPIS
           IF W-TEMEND = "S"
              MOVE W-CHAPA TO ENDCHAPA
              READ CADENDER
              IF W-STEND NOT = "00"
                 MOVE SPACES TO ENDLOGRADOURO ENDNUMERO ENDBAIRRO
                                ENDCIDADE ENDUF
                 MOVE ZEROS  TO ENDCEP ENDPIS.
           IF ENDPIS = ZEROS
              DISPLAY "AVISO: PIS NAO INFORMADO NO CADENDER (FP201621)".
           MOVE SPACES TO EMPRAZAO
           MOVE ZEROS  TO EMPCNPJ
           IF W-TEMEMP = "S"
              MOVE FUNCEMPRESA TO EMPCODIGO
              READ CADEMPRESA
              IF W-STEMP NOT = "00"
                 MOVE SPACES TO EMPRAZAO
                 MOVE ZEROS  TO EMPCNPJ.
           PERFORM SGD-IMPRIME THRU SGD-IMPRIME-FIM
           PERFORM SGD-REGISTRA THRU SGD-REGISTRA-FIM
           ADD 1 TO W-QTDEMIT
           DISPLAY "REQUERIMENTO EMITIDO PARA A CHAPA " W-CHAPA
           GO TO SGD-CHAPA.
       SGD-RECUSA.
           ADD 1 TO W-QTDRECUS
           GO TO SGD-CHAPA.
      *
       SGD-FIM.
           MOVE W-QTDEMIT  TO W-CTLGRAV
           MOVE W-QTDRECUS TO W-CTLPULADOS
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE CADFUNC CADSEGDES FOPAGHIST REQSEGDES
           IF W-TEMRSC = "S"
              CLOSE CADRESC.
           IF W-TEMEND = "S"
              CLOSE CADENDER.
           IF W-TEMMOV = "S"
              CLOSE CADMOV.
           IF W-TEMEMP = "S"
              CLOSE CADEMPRESA.
           DISPLAY "REQUERIMENTOS EMITIDOS: " W-QTDEMIT
           DISPLAY "CHAPAS RECUSADAS      : " W-QTDRECUS
           GO TO ROT-FIMS.
      *
      *****************************************
      * TRES ULTIMOS SALARIOS ANTES DO MES DA *
      * DISPENSA. A CHAVE DO FOPAGHIST E MES+ *
      * ANO, ENTAO LE TODAS AS COMPETENCIAS DA*
      * CHAPA E GUARDA AS TRES MAIS RECENTES  *
      *****************************************
       SGD-SALARIOS.
           MOVE ZEROS TO W-SALTAB
           COMPUTE W-COMPDEM = ((ANO OF DATADEM - 2000) * 100)
                             +  MES OF DATADEM
           MOVE W-CHAPA TO FPHCHAPA
           START FOPAGHIST KEY NOT < FPHCHAPA
           IF W-STFPH NOT = "00"
              GO TO SGD-SALARIOS-FIM.
       SGD-SALARIOS-LOOP.
           READ FOPAGHIST NEXT RECORD
           IF W-STFPH NOT = "00"
              GO TO SGD-SALARIOS-FIM.
           IF FPHCHAPA NOT = W-CHAPA
              GO TO SGD-SALARIOS-FIM.
           IF FPHMES < 01 OR FPHMES > 12
              GO TO SGD-SALARIOS-LOOP.
           COMPUTE W-COMPFPH = (FPHANO * 100) + FPHMES
           IF W-COMPFPH NOT < W-COMPDEM
              GO TO SGD-SALARIOS-LOOP.
           IF W-COMPFPH > W-SALCOMP (1)
              MOVE W-SAL (2)   TO W-SAL (3)
              MOVE W-SAL (1)   TO W-SAL (2)
              MOVE W-COMPFPH   TO W-SALCOMP (1)
              MOVE FPHSALPAGO  TO W-SALVAL (1)
              GO TO SGD-SALARIOS-LOOP.
           IF W-COMPFPH > W-SALCOMP (2)
              MOVE W-SAL (2)   TO W-SAL (3)
              MOVE W-COMPFPH   TO W-SALCOMP (2)
              MOVE FPHSALPAGO  TO W-SALVAL (2)
              GO TO SGD-SALARIOS-LOOP.
           IF W-COMPFPH > W-SALCOMP (3)
              MOVE W-COMPFPH   TO W-SALCOMP (3)
              MOVE FPHSALPAGO  TO W-SALVAL (3).
           GO TO SGD-SALARIOS-LOOP.
       SGD-SALARIOS-FIM.
           EXIT.
      *
      *****************************************
      * MESES TRABALHADOS NOS 36 MESES ATE A  *
      * DISPENSA: CONTRATO ATUAL + CONTRATOS  *
      * ANTERIORES DA CHAPA NO CADMOV         *
      *****************************************
       SGD-MESES.
           COMPUTE W-IDXDEM = (ANO OF DATADEM * 12) + MES OF DATADEM
           COMPUTE W-IDXINI = W-IDXDEM - 35
           COMPUTE W-IDXA   = (ANO OF DATAADM * 12) + MES OF DATAADM
           IF W-IDXA < W-IDXINI
              MOVE W-IDXINI TO W-IDXA.
           COMPUTE W-MESES = W-IDXDEM - W-IDXA + 1
           IF W-TEMMOV NOT = "S"
              GO TO SGD-MESES-LIMITE.
           MOVE W-CHAPA TO MOVCHAPA
           MOVE ZEROS   TO MOVSEQ
           START CADMOV KEY NOT < MOVCHAVE
           IF W-STMOV NOT = "00"
              GO TO SGD-MESES-LIMITE.
       SGD-MESES-LOOP.
           READ CADMOV NEXT RECORD
           IF W-STMOV NOT = "00"
              GO TO SGD-MESES-LIMITE.
           IF MOVCHAPA NOT = W-CHAPA
              GO TO SGD-MESES-LIMITE.
           IF MOVDATADEM = ZEROS
              GO TO SGD-MESES-LOOP.
           COMPUTE W-IDXB = (ANO OF MOVDATADEM * 12)
                          +  MES OF MOVDATADEM
           IF W-IDXB < W-IDXINI
              GO TO SGD-MESES-LOOP.
           IF W-IDXB > W-IDXDEM
              MOVE W-IDXDEM TO W-IDXB.
           COMPUTE W-IDXA = (ANO OF MOVDATAADM * 12)
                          +  MES OF MOVDATAADM
           IF W-IDXA < W-IDXINI
              MOVE W-IDXINI TO W-IDXA.
           IF W-IDXA > W-IDXB
              GO TO SGD-MESES-LOOP.
           COMPUTE W-MESES = W-MESES + W-IDXB - W-IDXA + 1
           GO TO SGD-MESES-LOOP.
       SGD-MESES-LIMITE.
           IF W-MESES > 36
              MOVE 36 TO W-MESES.
       SGD-MESES-FIM.
           EXIT.
      *
      *****************************************
      * IMPRESSAO DO REQUERIMENTO             *
      *****************************************
       SGD-IMPRIME.
           MOVE WS-LINTRACO  TO REGREQSEGDES
           WRITE REGREQSEGDES
           MOVE WS-CAB1      TO REGREQSEGDES
           WRITE REGREQSEGDES
           MOVE WS-LINTRACO  TO REGREQSEGDES
           WRITE REGREQSEGDES
           MOVE EMPRAZAO     TO WS-EMPRAZAO
           MOVE EMPCNPJ      TO WS-EMPCNPJ
           MOVE WS-LINEMP    TO REGREQSEGDES
           WRITE REGREQSEGDES
           MOVE NOME         TO WS-NOME
           MOVE CHAPA        TO WS-CHAPA
           MOVE WS-LINNOME   TO REGREQSEGDES
           WRITE REGREQSEGDES
           MOVE CPF          TO WS-CPF
           MOVE ENDPIS       TO WS-PIS
           MOVE WS-LINDOC    TO REGREQSEGDES
           WRITE REGREQSEGDES
           MOVE ENDLOGRADOURO TO WS-LOGRAD
           MOVE ENDNUMERO    TO WS-NUMERO
           MOVE WS-LINEND1   TO REGREQSEGDES
           WRITE REGREQSEGDES
           MOVE ENDBAIRRO    TO WS-BAIRRO
           MOVE ENDCIDADE    TO WS-CIDADE
           MOVE ENDUF        TO WS-UF
           MOVE ENDCEP       TO WS-CEP
           MOVE WS-LINEND2   TO REGREQSEGDES
           WRITE REGREQSEGDES
           MOVE DATAADM      TO WS-DATAADM
           MOVE DATADEM      TO WS-DATADEM
           IF RSCAVISOTIPO = "I"
              MOVE "INDENIZADO" TO WS-AVISO
           ELSE
              MOVE "TRABALHADO" TO WS-AVISO.
           MOVE WS-LINDATAS  TO REGREQSEGDES
           WRITE REGREQSEGDES
           MOVE W-MESES      TO WS-MESES
           MOVE WS-LINMESES  TO REGREQSEGDES
           WRITE REGREQSEGDES
           MOVE SPACES       TO REGREQSEGDES
           WRITE REGREQSEGDES
           MOVE WS-CABSAL    TO REGREQSEGDES
           WRITE REGREQSEGDES
           MOVE ZEROS TO W-SOMASAL
           MOVE "ANTEPENULTIMO " TO WS-SALORDEM
           MOVE 3 TO W-IND
           PERFORM SGD-IMPSAL THRU SGD-IMPSAL-FIM
           MOVE "PENULTIMO     " TO WS-SALORDEM
           MOVE 2 TO W-IND
           PERFORM SGD-IMPSAL THRU SGD-IMPSAL-FIM
           MOVE "ULTIMO        " TO WS-SALORDEM
           MOVE 1 TO W-IND
           PERFORM SGD-IMPSAL THRU SGD-IMPSAL-FIM
           MOVE W-SOMASAL    TO WS-SOMASAL
           MOVE WS-LINSOMA   TO REGREQSEGDES
           WRITE REGREQSEGDES
           MOVE SPACES       TO REGREQSEGDES
           WRITE REGREQSEGDES
           MOVE W-HOJEDIA    TO WS-ASSDIA
           MOVE W-HOJEMES    TO WS-ASSMES
           MOVE W-HOJEANO    TO WS-ASSANO
           MOVE WS-LINASSIN  TO REGREQSEGDES
           WRITE REGREQSEGDES
           MOVE WS-LINTRACO  TO REGREQSEGDES
           WRITE REGREQSEGDES
           MOVE SPACES       TO REGREQSEGDES
           WRITE REGREQSEGDES.
       SGD-IMPRIME-FIM.
           EXIT.
      *
       SGD-IMPSAL.
           IF W-SALCOMP (W-IND) = ZEROS
              GO TO SGD-IMPSAL-FIM.
           DIVIDE W-SALCOMP (W-IND) BY 100 GIVING WS-SALANO
                  REMAINDER WS-SALMES
           MOVE W-SALVAL (W-IND) TO WS-SALVAL
           ADD W-SALVAL (W-IND)  TO W-SOMASAL
           MOVE WS-LINSAL    TO REGREQSEGDES
           WRITE REGREQSEGDES.
       SGD-IMPSAL-FIM.
           EXIT.
      *
      *****************************************
      * REGISTRO DA EMISSAO (CADSEGDES) -     *
      * REEMISSAO ATUALIZA OS DADOS E A DATA  *
      *****************************************
       SGD-REGISTRA.
           MOVE W-CHAPA   TO SGDCHAPA
           MOVE W-DTDEM   TO SGDDTDEM
           READ CADSEGDES
           IF ST-ERRO = "00"
              PERFORM SGD-MONTA THRU SGD-MONTA-FIM
              REWRITE REGSEGDES
           ELSE
              PERFORM SGD-MONTA THRU SGD-MONTA-FIM
              WRITE REGSEGDES.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSEGDES"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO.
       SGD-REGISTRA-FIM.
           EXIT.
      *
       SGD-MONTA.
           MOVE SPACES    TO REGSEGDES
           MOVE W-CHAPA   TO SGDCHAPA
           MOVE W-DTDEM   TO SGDDTDEM
           MOVE W-HOJE    TO SGDDTEMIS
           MOVE W-SALTAB  TO SGDSALARIOS
           MOVE W-MESES   TO SGDMESES
           MOVE ENDPIS    TO SGDPIS.
       SGD-MONTA-FIM.
           EXIT.
      *
      *****************************************
      * RELACAO DO MES PARA A HOMOLOGACAO     *
      *****************************************
       REL-INICIO.
           DISPLAY "MES DA EMISSAO (MM): "
           ACCEPT W-MES
           IF W-MES < 01 OR W-MES > 12
              DISPLAY "MES INVALIDO"
              GO TO REL-INICIO.
           DISPLAY "ANO DA EMISSAO (AA): "
           ACCEPT W-ANO
           COMPUTE W-COMPREL = (W-ANO * 100) + W-MES
           OPEN OUTPUT RELSEGDES
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELSEGDES"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELSEGDES"
              GO TO ROT-FIMS.
           MOVE W-MES      TO WS-RELMES
           MOVE W-ANO      TO WS-RELANO
           MOVE SPACES     TO REGRELSEGDES
           MOVE WS-CABREL1 TO REGRELSEGDES
           WRITE REGRELSEGDES
           MOVE SPACES     TO REGRELSEGDES
           MOVE WS-CABREL2 TO REGRELSEGDES
           WRITE REGRELSEGDES
           MOVE LOW-VALUES TO SGDCHAVE
           START CADSEGDES KEY NOT < SGDCHAVE
           IF ST-ERRO NOT = "00"
              GO TO REL-FIM.
       REL-LOOP.
           READ CADSEGDES NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO REL-FIM.
           ADD 1 TO W-CTLLIDOS
           DIVIDE SGDDTEMIS BY 100 GIVING W-COMPFPH
           IF W-COMPFPH NOT = W-COMPREL
              GO TO REL-LOOP.
           MOVE SGDCHAPA TO CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME
              MOVE ZEROS  TO CPF.
           MOVE SGDCHAPA  TO WS-RELCHAPA
           MOVE NOME      TO WS-RELNOME
           MOVE CPF       TO WS-RELCPF
           MOVE SGDDTDEM  TO W-DATA8
           COMPUTE WS-RELDEM = (W-D8DIA * 1000000)
                             + (W-D8MES * 10000) + W-D8ANO
           MOVE SGDDTEMIS TO W-HOJE
           COMPUTE WS-RELEMIS = (W-HOJEDIA * 10000)
                              + (W-HOJEMES * 100) + W-HOJEANO
           MOVE SPACES    TO REGRELSEGDES
           MOVE WS-LINREL TO REGRELSEGDES
           WRITE REGRELSEGDES
           ADD 1 TO W-CTLGRAV
           GO TO REL-LOOP.
       REL-FIM.
           MOVE W-CTLGRAV  TO WS-RODQTD
           MOVE SPACES     TO REGRELSEGDES
           WRITE REGRELSEGDES
           MOVE WS-RODREL  TO REGRELSEGDES
           WRITE REGRELSEGDES
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
                              W-CTLGRAV W-CTLPULADOS W-CTLVALOR
           CLOSE CADFUNC CADSEGDES RELSEGDES
           DISPLAY "REQUERIMENTOS NO MES: " W-CTLGRAV
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
