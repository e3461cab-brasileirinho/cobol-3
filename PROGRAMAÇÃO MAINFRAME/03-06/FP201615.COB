      * DEPENDE DE DIA UTIL; O CALENDARIO DO DL105
      * VALE PARA PRAZOS (REMESSA, AVISOS), NAO
      * PARA A FRACAO DO SALARIO
      * ALEM DOS TOTAIS DO FOPAGHIST, GRAVA NO
      * FOPAGDET UMA LINHA POR RUBRICA (CADRUBRICA,
      * FP201737) DE CADA CHAPA NA COMPETENCIA - E A
      * ABERTURA QUE O CONTRACHEQUE, A CONTABILIDADE
      * E O INFORME DE RENDIMENTOS LEEM
      * OS LANCAMENTOS VARIAVEIS DA COMPETENCIA
      * (CADLANVAR, FP201738) ENTRAM COMO PROVENTO
      * OU DESCONTO DA SUA RUBRICA; OS PROVENTOS
      * SOMAM NA BASE DE INSS/IRRF/FGTS CONFORME A
      * INCIDENCIA CADASTRADA NO CADRUBRICA
      * ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE
      * VEM DO DL108 (CADRISCO POR DEPTO+CARGO),
      * PROPORCIONAL AOS DIAS DE VIGENCIA E DE
      * TRABALHO NO MES, E ENTRA NO SALARIO PAGO
      * (RUBRICA 006 OU 007) COM TODAS AS INCIDENCIAS
      * CONTRIBUICAO ASSISTENCIAL (RUBRICA 109): O
      * PERCENTUAL DO SINDICATO DO DEPTO/CARGO (DL110)
      * SOBRE O SALARIO PAGO, SO PARA QUEM AUTORIZOU
      * NO CADSINDAUT (FP201749); ENTRA NA FILA DE
      * PRIORIDADE DOS DESCONTOS DEPOIS DOS BENEFICIOS
      * COMISSIONADO (C) COM VENDAS IMPORTADAS DO ERP
      * (FP201752) RECEBE A COMISSAO E O DSR GRAVADOS
      * NO CADCOMIS (RUBRICAS 008 E 009); SEM O
      * CADCOMIS O PNTVENDAS DIGITADO E A COMISSAO
      * FALTAS: OS DIAS DE ATESTADO (CADATEST, FP201753)
      * A CARGO DA EMPRESA SAO JUSTIFICADOS - DIARISTA E
      * HORISTA OS RECEBEM; NO MENSALISTA/COMISSIONADO A
      * DIFERENCA ENTRE OS DIAS UTEIS DO MES (SEGUNDA A
      * SABADO) E OS DIAS TRABALHADOS + JUSTIFICADOS E
      * FALTA INJUSTIFICADA (RUBRICA 110, 1/30 POR DIA)
      * E CADA FALTA CUSTA O DSR DA SEMANA (RUBRICA 111),
      * NO MAXIMO UM POR DOMINGO DO MES. MES COM
      * ADMISSAO, DEMISSAO, AFASTAMENTO OU FERIAS NAO
      * APURA FALTA PELO PONTO. SUSPENSAO DISCIPLINAR
      * (CADDISC, FP201799) DO MENSALISTA/COMISSIONADO:
      * OS DIAS UTEIS SUSPENSOS NA COMPETENCIA SAO
      * DESCONTADOS A 1/30 (RUBRICA 113), NAO CONTAM
      * COMO FALTA DO PONTO E PERDEM O DSR JUNTO COM
      * AS FALTAS (RUBRICA 111)
      * EXECUCAO EM TRES FASES: EXTRACAO DOS ARQUIVOS
      * DE MOVIMENTO (UMA LEITURA SEQUENCIAL DE CADA,
      * SO O QUE A COMPETENCIA USA) COM SORT POR CHAPA
      * NO MOVFOPAG; DEPOIS UMA UNICA PASSADA CASA O
      * MOVFOPAG COM O CADFUNC EM ORDEM DE CHAPA.
      * CADEMPREST, CADDESCPOS E FOPAGDET SO SAO
      * ACESSADOS PELA CHAVE PARA ATUALIZAR. CADA FASE
      * GRAVA NO CADCTRL (DL104) OS LIDOS, GRAVADOS E
      * O TEMPO DECORRIDO EM SEGUNDOS NO CAMPO VALOR
      * (FP15EXTR, FP15SORT E FP15CALC)
      * TRANSFERENCIA DE EMPRESA NA COMPETENCIA
      * (CADTRANSF, FP201793): A CHAPA SAI NA FOLHA DAS
      * DUAS EMPRESAS COM A LINHA DE RATEIO DO DL116
      * (DIAS ANTES DA DATA NA ANTERIOR, BASE 30); COM
      * O FILTRO DE EMPRESA OS TOTAIS SOMAM SO A PARTE
      * DA EMPRESA FILTRADA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ALTERNATE RECORD KEY IS FPHCHAPA
                               WITH DUPLICATES.

           SELECT FOPAGDET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPDCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADLANVAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LVCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADRUBRICA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUBCODIGO
                    FILE STATUS  IS W-STRUB.

           SELECT CADSINDAUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUTCHAPA
                    FILE STATUS  IS W-STAUT.

           SELECT CADCOMIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMSCHAVE
                    FILE STATUS  IS W-STCMS.

           SELECT CADATEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ATSCHAVE
                    FILE STATUS  IS W-STATS.

           SELECT CADDISC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSCCHAVE
                    FILE STATUS  IS W-STDSC.

           SELECT CADCKPT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
           SELECT RELFOPAG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT MOVFOPAG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS W-STMOV.

           SELECT SORTWK ASSIGN TO DISK.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                03 FPHEXTRAS         PIC 9(06)V99.
                03 FILLER            PIC X(04).

       FD FOPAGDET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOPAGDET.DAT".
       01 REGFOPDET.
                03 FPDCHAVE.
                   05 FPDCHAPA       PIC 9(05).
                   05 FPDPERIODO.
                      07 FPDMES      PIC 9(02).
                      07 FPDANO      PIC 9(02).
                   05 FPDRUBRICA     PIC 9(03).
                03 FPDTIPO           PIC X(01).
                03 FPDREFER          PIC 9(03)V99.
                03 FPDVALOR          PIC 9(06)V99.
                03 FILLER            PIC X(10).

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

       FD CADSINDAUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSINDAUT.DAT".
       01 REGSINDAUT.
                03 AUTCHAPA          PIC 9(05).
                03 AUTOPCAO          PIC X(01).
                03 AUTDATA.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 AUTOPER           PIC X(08).
                03 FILLER            PIC X(08).

       FD CADCOMIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOMIS.DAT".
       01 REGCOMIS.
                03 CMSCHAVE.
                   05 CMSCHAPA       PIC 9(05).
                   05 CMSPERIODO.
                      07 CMSMES      PIC 9(02).
                      07 CMSANO      PIC 9(02).
                03 CMSVENDAS         PIC 9(08)V99.
                03 CMSVALOR          PIC 9(06)V99.
                03 CMSDSR            PIC 9(06)V99.
                03 CMSUTEIS          PIC 9(02).
                03 CMSREPOUSO        PIC 9(02).
                03 FILLER            PIC X(16).

       FD CADATEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADATEST.DAT".
       01 REGATEST.
                03 ATSCHAVE.
                   05 ATSCHAPA       PIC 9(05).
                   05 ATSSEQ         PIC 9(03).
                03 ATSINICIO.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(02).
                03 ATSDIAS           PIC 9(03).
                03 ATSCID            PIC X(06).
                03 ATSCRM            PIC X(08).
                03 ATSCRMUF          PIC X(02).
                03 ATSDIASEMP        PIC 9(03).
                03 ATSAFASEQ         PIC 9(02).
                03 FILLER            PIC X(12).

       FD CADDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISC.DAT".
       01 REGDISC.
                03 DSCCHAVE.
                   05 DSCCHAPA       PIC 9(05).
                   05 DSCSEQ         PIC 9(03).
                03 DSCTIPO           PIC X(01).
                03 DSCDATA.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 DSCMOTIVO         PIC X(60).
                03 DSCDIAS           PIC 9(02).
                03 DSCINICIO.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 FILLER            PIC X(13).

       FD CADCKPT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCKPT.DAT".
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQREL.
       01 REGRELFOPAG PIC X(136).

      *    MOVIMENTOS DA COMPETENCIA EM ORDEM DE CHAPA.
      *    MOVTIPO: 01 CADDESC    02 CADPONTO   03 CADCOMIS
      *             04 CADATEST   05 CADFERPAG  06 CADAFAST
      *             07 CADLANVAR  08 CADRETRO   09 CADDEPEN
      *             10 CADBENEF   11 CADADIANT  12 CADVT
      *             13 CADPENSAO  14 CADEMPREST 15 CADSINDAUT
      *             16 CADDESCPOS 17 FOPAGHIST (MES ANTERIOR,
      *             SO NA SIMULACAO)  18 FOPAGDET (DA COMPETENCIA)
      *             19 CADDISC (SUSPENSOES)
      *    MOVORDEM MANTEM A ORDEM DE CHAVE DO ARQUIVO DE ORIGEM
       FD MOVFOPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVFOPAG.DAT".
       01 REGMOVFOP.
                03 MOVCHAPA          PIC 9(05).
                03 MOVTIPO           PIC 9(02).
                03 MOVORDEM          PIC 9(07).
                03 MOVDADOS          PIC X(100).

       SD SORTWK.
       01 REGSORTWK.
          03 SW-CHAPA    PIC 9(05).
          03 SW-TIPO     PIC 9(02).
          03 SW-ORDEM    PIC 9(07).
          03 SW-DADOS    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-PREVMES    PIC S9(03) VALUE ZEROS.
       77 W-PREVANO    PIC S9(03) VALUE ZEROS.
       77 W-DIFSIM     PIC S9(07)V99 VALUE ZEROS.
       77 W-RUBCOD     PIC 9(03) VALUE ZEROS.
       77 W-RUBTIPO    PIC X(01) VALUE SPACES.
       77 W-RUBREF     PIC 9(03)V99 VALUE ZEROS.
       77 W-RUBVAL     PIC 9(06)V99 VALUE ZEROS.
       77 W-REFSAL     PIC 9(03)V99 VALUE ZEROS.
       77 W-REFEXT     PIC 9(03)V99 VALUE ZEROS.
       77 W-STRUB      PIC X(02) VALUE "00".
       77 W-TEMRUBARQ  PIC X(01) VALUE "N".
       77 W-VARPROV    PIC 9(06)V99 VALUE ZEROS.
       77 W-VARDESC    PIC 9(06)V99 VALUE ZEROS.
       77 W-VARINSS    PIC 9(06)V99 VALUE ZEROS.
       77 W-VARIRRF    PIC 9(06)V99 VALUE ZEROS.
       77 W-VARFGTS    PIC 9(06)V99 VALUE ZEROS.
       77 W-BASECALC   PIC 9(06)V99 VALUE ZEROS.
       77 W-INSSAUX    PIC 9(06)V99 VALUE ZEROS.
       77 W-RISCO      PIC 9(06)V99 VALUE ZEROS.
       77 W-RSCBASE    PIC 9(06)V99 VALUE ZEROS.
       77 W-RSCTIPO    PIC X(01) VALUE SPACES.
       77 W-RSCPERC    PIC 9(02)V99 VALUE ZEROS.
       77 W-RSCVALOR   PIC 9(06)V99 VALUE ZEROS.
       77 W-RSCDIAS    PIC 9(02) VALUE ZEROS.
       77 W-DIASTRAB   PIC 9(02) VALUE ZEROS.
       77 W-STAUT      PIC X(02) VALUE "00".
       77 W-TEMAUT     PIC X(01) VALUE "N".
       77 W-SIND       PIC 9(03) VALUE ZEROS.
       77 W-PISO       PIC 9(06)V99 VALUE ZEROS.
       77 W-SINDPERC   PIC 9(02)V99 VALUE ZEROS.
       77 W-CONTRIB    PIC 9(06)V99 VALUE ZEROS.
       77 W-STCMS      PIC X(02) VALUE "00".
       77 W-TEMCMS     PIC X(01) VALUE "N".
       77 W-COMIS      PIC 9(06)V99 VALUE ZEROS.
       77 W-DSRCOM     PIC 9(06)V99 VALUE ZEROS.
       77 W-REPCOM     PIC 9(02) VALUE ZEROS.
       77 W-STATS      PIC X(02) VALUE "00".
       77 W-TEMATS     PIC X(01) VALUE "N".
       77 W-UTEIS      PIC 9(02) VALUE ZEROS.
       77 W-DOMINGOS   PIC 9(02) VALUE ZEROS.
       77 W-FALTAS     PIC 9(02) VALUE ZEROS.
       77 W-DIASJUST   PIC 9(02) VALUE ZEROS.
       77 W-DSRPERD    PIC 9(02) VALUE ZEROS.
       77 W-VALFALTA   PIC 9(06)V99 VALUE ZEROS.
       77 W-VALDSR     PIC 9(06)V99 VALUE ZEROS.
       77 W-VALJUST    PIC 9(06)V99 VALUE ZEROS.
       77 W-STDSC      PIC X(02) VALUE "00".
       77 W-TEMDSC     PIC X(01) VALUE "N".
       77 W-DIASSUSP   PIC 9(02) VALUE ZEROS.
       77 W-VALSUSP    PIC 9(06)V99 VALUE ZEROS.
       77 W-REFANT     PIC 9(04) VALUE ZEROS.
       77 W-REFDT      PIC 9(04) VALUE ZEROS.
       77 W-DTQTD      PIC 9(03) VALUE ZEROS.
       77 W-ULTDIA     PIC 9(02) VALUE ZEROS.
       77 W-EHUTIL     PIC 9(01) VALUE ZEROS.
       77 W-DIASEMANA  PIC 9(01) VALUE ZEROS.
       77 W-MESZ       PIC S9(03) VALUE ZEROS.
       77 W-ANOZ       PIC S9(05) VALUE ZEROS.
       77 W-ZK         PIC 9(03) VALUE ZEROS.
       77 W-ZJ         PIC 9(03) VALUE ZEROS.
       77 W-ZH         PIC 9(03) VALUE ZEROS.
       77 W-ZQUOC      PIC 9(05) VALUE ZEROS.
       77 W-ZSOMA      PIC 9(05) VALUE ZEROS.
       77 W-DL100-ANO  PIC 9(04) VALUE ZEROS.
       77 W-DL100-INV  PIC 9(01) VALUE ZEROS.
       77 W-DL105-FUN  PIC X(01) VALUE SPACES.
       77 W-DL105-DIA  PIC 9(02) VALUE ZEROS.
       77 W-DL105-MES  PIC 9(02) VALUE ZEROS.
       77 W-DL105-ANO  PIC 9(04) VALUE ZEROS.
       77 W-DL105-NUM  PIC 9(03) VALUE ZEROS.
       77 W-DL105-RES  PIC 9(01) VALUE ZEROS.
       77 W-DL116-COMPET PIC 9(04) VALUE ZEROS.
       77 W-DL116-EMPANT PIC 9(02) VALUE ZEROS.
       77 W-DL116-EMPNOVO PIC 9(02) VALUE ZEROS.
       77 W-DL116-DIAS PIC 9(02) VALUE ZEROS.
       77 W-TRFSAL     PIC 9(06)V99 VALUE ZEROS.
       77 W-TRFDESC    PIC 9(06)V99 VALUE ZEROS.
       77 W-TRFLIQ     PIC 9(06)V99 VALUE ZEROS.
       77 W-STMOV      PIC X(02) VALUE "00".
       77 W-FIMMOV     PIC X(01) VALUE "N".
       77 W-ERROMOV    PIC X(01) VALUE "N".
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-MOVBUSCA   PIC 9(02) VALUE ZEROS.
       77 W-MOVORDEM   PIC 9(07) VALUE ZEROS.
       77 W-GRPQTD     PIC 9(03) COMP VALUE ZEROS.
       77 W-IMOV       PIC 9(03) COMP VALUE ZEROS.
       77 W-CKPTCHAPA  PIC 9(05) VALUE ZEROS.
       77 W-EXTLIDOS   PIC 9(07) VALUE ZEROS.
       77 W-EXTGRAV    PIC 9(07) VALUE ZEROS.
       77 W-SRTQTD     PIC 9(07) VALUE ZEROS.
       77 W-LIDOSINI   PIC 9(07) VALUE ZEROS.
       77 W-TOTEMPINI  PIC 9(05) VALUE ZEROS.
       77 W-FASEPROG   PIC X(08) VALUE SPACES.
       77 W-FASELIDOS  PIC 9(07) VALUE ZEROS.
       77 W-FASEGRAV   PIC 9(07) VALUE ZEROS.
       77 W-FASEPULADOS PIC 9(07) VALUE ZEROS.
       77 W-FASETEMPO  PIC 9(11)V99 VALUE ZEROS.
       77 W-CENTINI    PIC 9(07) VALUE ZEROS.
       77 W-CENTFIM    PIC 9(07) VALUE ZEROS.
       77 W-CENTDIF    PIC S9(07) VALUE ZEROS.
       01 W-HORA       PIC 9(08) VALUE ZEROS.
       01 W-HORAR REDEFINES W-HORA.
          03 W-HORAHH  PIC 9(02).
          03 W-HORAMM  PIC 9(02).
          03 W-HORASS  PIC 9(02).
          03 W-HORACC  PIC 9(02).
      *    MOVIMENTOS DA CHAPA CORRENTE (CARREGADOS DO MOVFOPAG)
       01 W-TABMOV.
          03 W-MOV OCCURS 500 TIMES.
             05 W-MOVTIPO   PIC 9(02).
             05 W-MOVDADOS  PIC X(100).
       01 W-DTSOMA.
          03 W-DTDIA   PIC 9(02).
          03 W-DTMES   PIC 9(02).
          03 W-DTANO   PIC 9(02).
       01 W-TABMES.
          03 FILLER    PIC X(24) VALUE "312831303130313130313031".
       01 W-TABMESR REDEFINES W-TABMES.
          03 W-DIASMES PIC 9(02) OCCURS 12 TIMES.
       01 W-HOJE       PIC 9(06) VALUE ZEROS.
       01 W-HOJER REDEFINES W-HOJE.
          03 W-HOJEANO PIC 9(02).
          03 FILLER       PIC X(29) VALUE
             "HORAS EXTRAS/ADIC. NOTURNO: ".
          03 WS-EXTRAVAL  PIC ZZZ.ZZZ,99.
       01 WS-LINVAR.
          03 FILLER       PIC X(07) VALUE SPACES.
          03 WS-VARTXT    PIC X(29).
          03 WS-VARVAL    PIC ZZZ.ZZZ,99.
       01 WS-LINTRF.
          03 FILLER       PIC X(07) VALUE SPACES.
          03 FILLER       PIC X(23) VALUE "RATEIO TRANSF. EMPRESA ".
          03 WS-TRFEMPA   PIC 9(02).
          03 FILLER       PIC X(02) VALUE " (".
          03 WS-TRFDIASA  PIC Z9.
          03 FILLER       PIC X(10) VALUE "/30) PAGO ".
          03 WS-TRFSALA   PIC ZZZ.ZZZ,99.
          03 FILLER       PIC X(06) VALUE " LIQ. ".
          03 WS-TRFLIQA   PIC ZZZ.ZZZ,99.
          03 FILLER       PIC X(11) VALUE " / EMPRESA ".
          03 WS-TRFEMPN   PIC 9(02).
          03 FILLER       PIC X(02) VALUE " (".
          03 WS-TRFDIASN  PIC Z9.
          03 FILLER       PIC X(10) VALUE "/30) PAGO ".
          03 WS-TRFSALN   PIC ZZZ.ZZZ,99.
          03 FILLER       PIC X(06) VALUE " LIQ. ".
          03 WS-TRFLIQN   PIC ZZZ.ZZZ,99.
       01 WS-RODAPE.
          03 FILLER        PIC X(30) VALUE
             "TOTAL DE FUNCIONARIOS ATIVOS: ".
          03 FILLER        PIC X(10) VALUE SPACES.
          03 FILLER        PIC X(18) VALUE "TOTAL FOLHA BASE: ".
          03 WS-RODFOPAG   PIC ZZZ.ZZZ.ZZZ,99.
       01 WS-LINFASE.
          03 FILLER        PIC X(05) VALUE "FASE ".
          03 WS-FASEPROG   PIC X(08).
          03 FILLER        PIC X(09) VALUE "  LIDOS: ".
          03 WS-FASELID    PIC Z.ZZZ.ZZ9.
          03 FILLER        PIC X(12) VALUE "  GRAVADOS: ".
          03 WS-FASEGRV    PIC Z.ZZZ.ZZ9.
          03 FILLER        PIC X(12) VALUE "  SEGUNDOS: ".
          03 WS-FASESEG    PIC ZZZ.ZZ9,99.
       01 WS-RODAPE2.
          03 FILLER        PIC X(21) VALUE "TOTAL DE DESCONTOS: ".
          03 WS-RODDESC    PIC ZZZ.ZZZ.ZZZ,99.
                                    ST-ERRO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO FOPAGHIST"
                 GO TO ROT-FIM.
       INC-OP5A.
      *    SIMULACAO NAO GRAVA A ABERTURA POR RUBRICA
           IF W-SIMULA = "S"
              GO TO INC-OP6.
           OPEN I-O FOPAGDET
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT FOPAGDET
                 CLOSE FOPAGDET
                 GO TO INC-OP5A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO FOPAGDET"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO FOPAGDET"
                 GO TO ROT-FIM.
       INC-OP5B.
           OPEN INPUT CADLANVAR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADLANVAR
                 CLOSE CADLANVAR
                 GO TO INC-OP5B
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADLANVAR"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLANVAR"
                 GO TO ROT-FIM.
       INC-OP5C.
      *    SEM TABELA DE RUBRICAS O LANCAMENTO DE PROVENTO
      *    INCIDE EM TUDO (INSS, IRRF E FGTS)
           MOVE "N" TO W-TEMRUBARQ
           OPEN INPUT CADRUBRICA
           IF W-STRUB = "00"
              MOVE "S" TO W-TEMRUBARQ.
      *    SEM CADSINDAUT NINGUEM TEM A CONTRIBUICAO AUTORIZADA
           MOVE "N" TO W-TEMAUT
           OPEN INPUT CADSINDAUT
           IF W-STAUT = "00"
              MOVE "S" TO W-TEMAUT.
      *    SEM CADCOMIS O COMISSIONADO RECEBE O PNTVENDAS
           MOVE "N" TO W-TEMCMS
           OPEN INPUT CADCOMIS
           IF W-STCMS = "00"
              MOVE "S" TO W-TEMCMS.
      *    SEM CADATEST NENHUMA FALTA E JUSTIFICADA
           MOVE "N" TO W-TEMATS
           OPEN INPUT CADATEST
           IF W-STATS = "00"
              MOVE "S" TO W-TEMATS.
      *    SEM CADDISC NINGUEM TEM SUSPENSAO A DESCONTAR
           MOVE "N" TO W-TEMDSC
           OPEN INPUT CADDISC
           IF W-STDSC = "00"
              MOVE "S" TO W-TEMDSC.
       INC-OP6.
           OPEN INPUT CADFERPAG
           IF ST-ERRO NOT = "00"
                 MOVE FOP-TOTDESC  TO W-TOTDESC
                 MOVE FOP-TOTLIQ   TO W-TOTLIQ
                 MOVE FOP-LIDOS    TO W-CTLLIDOS
                 MOVE FOP-CHAPA    TO W-CKPTCHAPA
                 DISPLAY "RETOMANDO A FOLHA A PARTIR DA CHAPA "
                         FOP-CHAPA.
       INC-OP13.
              GO TO ROT-FIM.
      *
           ACCEPT W-HOJE FROM DATE.
           PERFORM CAL-DIASMES THRU CAL-DIASMES-FIM.
           PERFORM MOV-PREPARA THRU MOV-PREPARA-FIM.
           IF W-RESTART = "S"
              MOVE FOP-CHAPA TO CHAPA
              START CADFUNC KEY > CHAPA
                 NEXT SENTENCE
              ELSE
                 GO TO REL-LOOP.
      *    TRANSFERIDO NO MES SAI TAMBEM NA EMPRESA ANTERIOR
           PERFORM REL-TRANSF THRU REL-TRANSF-FIM
           IF W-EMPFILTRO NOT = ZEROS AND
              FUNCEMPRESA NOT = W-EMPFILTRO AND
              W-DL116-EMPANT NOT = W-EMPFILTRO
              GO TO REL-LOOP.
           PERFORM MOV-CARREGA THRU MOV-CARREGA-FIM
           PERFORM REL-AFAST  THRU REL-AFAST-FIM
           IF W-DIASAFAST NOT < 30
              GO TO REL-LOOP.
           PERFORM REL-CARGO  THRU REL-CARGO-FIM
           PERFORM REL-DESC   THRU REL-DESC-FIM
           PERFORM REL-PONTO  THRU REL-PONTO-FIM
           PERFORM REL-FALTAS THRU REL-FALTAS-FIM
           PERFORM REL-EXTRAS THRU REL-EXTRAS-FIM
           PERFORM REL-RISCO  THRU REL-RISCO-FIM
           PERFORM REL-VARIA  THRU REL-VARIA-FIM
           PERFORM REL-IMPOSTOS THRU REL-IMPOSTOS-FIM
           PERFORM REL-FERIAS THRU REL-FERIAS-FIM
           PERFORM REL-RETRO  THRU REL-RETRO-FIM
           PERFORM REL-VT     THRU REL-VT-FIM
           PERFORM REL-PENSAO THRU REL-PENSAO-FIM
           PERFORM REL-EMPREST THRU REL-EMPREST-FIM
           PERFORM REL-SINDIC THRU REL-SINDIC-FIM
           PERFORM REL-PRIORIDADE THRU REL-PRIORIDADE-FIM
           PERFORM REL-LINHA  THRU REL-LINHA-FIM
           GO TO REL-LOOP.
       REL-PONTO.
           MOVE FUNCSALBASE TO W-SALPAGO
           MOVE SPACES TO W-FLAGPRO
           MOVE ZEROS  TO W-REFSAL
           MOVE ZEROS  TO W-COMIS W-DSRCOM W-REPCOM
           IF FUNCTIPOSAL = "M"
              PERFORM REL-PRORATA THRU REL-PRORATA-FIM
              COMPUTE W-REFSAL = 30 - W-DIASDESC
              GO TO REL-PONTO-FIM.
           MOVE 02 TO W-MOVBUSCA
           PERFORM MOV-BUSCA THRU MOV-PROXIMO-FIM
           IF W-ACHOU NOT = "S"
              MOVE ZEROS TO W-SALPAGO
              GO TO REL-PONTO-FIM.
           MOVE W-MOVDADOS (W-IMOV) TO REGPONTO
           IF FUNCTIPOSAL = "H"
              COMPUTE W-SALPAGO = FUNCSALBASE * PNTHORAS
              MOVE PNTHORAS TO W-REFSAL
           ELSE IF FUNCTIPOSAL = "D"
              COMPUTE W-SALPAGO = FUNCSALBASE * PNTDIAS
              MOVE PNTDIAS TO W-REFSAL
           ELSE IF FUNCTIPOSAL = "T"
              COMPUTE W-SALPAGO = FUNCSALBASE * PNTTAREFAS
              MOVE PNTTAREFAS TO W-REFSAL
           ELSE IF FUNCTIPOSAL = "C"
              PERFORM REL-COMIS THRU REL-COMIS-FIM
           ELSE
              MOVE FUNCSALBASE TO W-SALPAGO.
       REL-PONTO-FIM.
           EXIT.
      *
      *****************************************
      * COMISSAO E DSR DO CADCOMIS (VENDAS    *
      * IMPORTADAS); SEM IMPORTACAO NA        *
      * COMPETENCIA VALE O PNTVENDAS DIGITADO *
      *****************************************
       REL-COMIS.
           COMPUTE W-SALPAGO = FUNCSALBASE + PNTVENDAS
           IF W-TEMCMS NOT = "S"
              GO TO REL-COMIS-FIM.
           MOVE 03 TO W-MOVBUSCA
           PERFORM MOV-BUSCA THRU MOV-PROXIMO-FIM
           IF W-ACHOU NOT = "S"
              GO TO REL-COMIS-FIM.
           MOVE W-MOVDADOS (W-IMOV) TO REGCOMIS
           MOVE CMSVALOR   TO W-COMIS
           MOVE CMSDSR     TO W-DSRCOM
           MOVE CMSREPOUSO TO W-REPCOM
           COMPUTE W-SALPAGO = FUNCSALBASE + W-COMIS + W-DSRCOM.
       REL-COMIS-FIM.
           EXIT.
      *
      *****************************************
      * FALTAS JUSTIFICADAS (ATESTADO) E      *
      * INJUSTIFICADAS COM PERDA DO DSR       *
      *****************************************
       REL-FALTAS.
           MOVE ZEROS TO W-FALTAS W-DIASJUST W-DSRPERD
                         W-VALFALTA W-VALDSR W-VALJUST
                         W-DIASSUSP W-VALSUSP
           IF FUNCTIPOSAL NOT = "M" AND "C" AND "D" AND "H"
              GO TO REL-FALTAS-FIM.
      *    DIARISTA E HORISTA JA NAO RECEBEM O DIA NAO
      *    TRABALHADO - A SUSPENSAO SO DESCONTA DO MENSAL
           IF FUNCTIPOSAL = "M" OR "C"
              PERFORM REL-SUSP THRU REL-SUSP-FIM.
           MOVE 02 TO W-MOVBUSCA
           PERFORM MOV-BUSCA THRU MOV-PROXIMO-FIM
           IF W-ACHOU NOT = "S"
              GO TO REL-FALTAS-DESC.
           MOVE W-MOVDADOS (W-IMOV) TO REGPONTO
           PERFORM REL-ATEST THRU REL-ATEST-FIM
      *    DIARISTA E HORISTA: PAGA OS DIAS DO ATESTADO
      *    (HORISTA PELA JORNADA MEDIA DE 220/30 HORAS)
           IF FUNCTIPOSAL = "D"
              COMPUTE W-VALJUST = FUNCSALBASE * W-DIASJUST
              ADD W-DIASJUST TO W-REFSAL
              ADD W-VALJUST  TO W-SALPAGO
              GO TO REL-FALTAS-FIM.
           IF FUNCTIPOSAL = "H"
              COMPUTE W-VALJUST ROUNDED = FUNCSALBASE * 220 / 30
                                        * W-DIASJUST
              ADD W-VALJUST  TO W-SALPAGO
              GO TO REL-FALTAS-FIM.
           IF W-DIASAFAST > ZEROS OR ESTATUS = "D"
              GO TO REL-FALTAS-DESC.
           IF MES OF DATAADM = W-HOJEMES AND
              ANO OF DATAADM = 2000 + W-HOJEANO
              GO TO REL-FALTAS-DESC.
           MOVE 05 TO W-MOVBUSCA
           PERFORM MOV-BUSCA THRU MOV-PROXIMO-FIM
           IF W-ACHOU = "S"
              MOVE W-MOVDADOS (W-IMOV) TO REGFERPAG
              IF FPGDIAS > ZEROS
                 GO TO REL-FALTAS-DESC.
      *    DIA SUSPENSO NAO E FALTA DO PONTO
           IF PNTDIAS + W-DIASJUST + W-DIASSUSP NOT < W-UTEIS
              GO TO REL-FALTAS-DESC.
           COMPUTE W-FALTAS = W-UTEIS - PNTDIAS - W-DIASJUST
                            - W-DIASSUSP.
       REL-FALTAS-DESC.
           COMPUTE W-DSRPERD = W-FALTAS + W-DIASSUSP
           IF W-DSRPERD > W-DOMINGOS
              MOVE W-DOMINGOS TO W-DSRPERD.
           COMPUTE W-VALFALTA ROUNDED = FUNCSALBASE / 30 * W-FALTAS
           COMPUTE W-VALSUSP  ROUNDED = FUNCSALBASE / 30 * W-DIASSUSP
           COMPUTE W-VALDSR   ROUNDED = FUNCSALBASE / 30 * W-DSRPERD
           IF W-VALFALTA > W-SALPAGO
              MOVE W-SALPAGO TO W-VALFALTA.
           IF W-VALFALTA + W-VALSUSP > W-SALPAGO
              COMPUTE W-VALSUSP = W-SALPAGO - W-VALFALTA.
           IF W-VALFALTA + W-VALSUSP + W-VALDSR > W-SALPAGO
              COMPUTE W-VALDSR = W-SALPAGO - W-VALFALTA - W-VALSUSP.
           SUBTRACT W-VALFALTA W-VALSUSP W-VALDSR FROM W-SALPAGO.
       REL-FALTAS-FIM.
           EXIT.
      *
      *****************************************
      * DIAS UTEIS DA COMPETENCIA COBERTOS    *
      * POR SUSPENSAO DISCIPLINAR (DSCDIAS    *
      * DIAS CORRIDOS A PARTIR DE DSCINICIO)  *
      *****************************************
       REL-SUSP.
           IF W-TEMDSC NOT = "S"
              GO TO REL-SUSP-FIM.
           COMPUTE W-REFCOMP = (W-HOJEANO * 100) + W-HOJEMES
           MOVE 19 TO W-MOVBUSCA
           MOVE ZEROS TO W-IMOV.
       REL-SUSP-LE.
           PERFORM MOV-PROXIMO THRU MOV-PROXIMO-FIM
           IF W-ACHOU NOT = "S"
              GO TO REL-SUSP-FIM.
           MOVE W-MOVDADOS (W-IMOV) TO REGDISC
           MOVE DIA OF DSCINICIO TO W-DTDIA
           MOVE MES OF DSCINICIO TO W-DTMES
           COMPUTE W-DTANO = ANO OF DSCINICIO - 2000
           MOVE DSCDIAS TO W-DTQTD.
       REL-SUSP-DIA.
           IF W-DTQTD = ZEROS
              GO TO REL-SUSP-LE.
           COMPUTE W-REFDT = (W-DTANO * 100) + W-DTMES
           IF W-REFDT > W-REFCOMP
              GO TO REL-SUSP-LE.
           IF W-REFDT = W-REFCOMP
              PERFORM CAL-UTIL THRU CAL-UTIL-FIM
              IF W-EHUTIL = 1 AND W-DIASSUSP < 31
                 ADD 1 TO W-DIASSUSP.
           PERFORM SOMA-UMDIA THRU SOMA-UMDIA-FIM
           SUBTRACT 1 FROM W-DTQTD
           GO TO REL-SUSP-DIA.
       REL-SUSP-FIM.
           EXIT.
      *
      *****************************************
      * DIAS UTEIS DA COMPETENCIA COBERTOS    *
      * POR ATESTADO A CARGO DA EMPRESA       *
      * (ATSDIASEMP DIAS CORRIDOS A PARTIR DO *
      * INICIO; O RESTO E DO INSS/CADAFAST)   *
      *****************************************
       REL-ATEST.
           IF W-TEMATS NOT = "S"
              GO TO REL-ATEST-FIM.
           COMPUTE W-REFCOMP = (W-HOJEANO * 100) + W-HOJEMES
           MOVE 04 TO W-MOVBUSCA
           MOVE ZEROS TO W-IMOV.
       REL-ATEST-LE.
           PERFORM MOV-PROXIMO THRU MOV-PROXIMO-FIM
           IF W-ACHOU NOT = "S"
              GO TO REL-ATEST-FIM.
           MOVE W-MOVDADOS (W-IMOV) TO REGATEST
           IF ATSDIASEMP = ZEROS
              GO TO REL-ATEST-LE.
           COMPUTE W-REFDT = (ANO OF ATSINICIO * 100)
                           +  MES OF ATSINICIO
           IF W-REFDT > W-REFCOMP
              GO TO REL-ATEST-LE.
           MOVE ATSINICIO  TO W-DTSOMA
           MOVE ATSDIASEMP TO W-DTQTD.
       REL-ATEST-DIA.
           IF W-DTQTD = ZEROS
              GO TO REL-ATEST-LE.
           COMPUTE W-REFDT = (W-DTANO * 100) + W-DTMES
           IF W-REFDT > W-REFCOMP
              GO TO REL-ATEST-LE.
           IF W-REFDT = W-REFCOMP
              PERFORM CAL-UTIL THRU CAL-UTIL-FIM
              IF W-EHUTIL = 1 AND W-DIASJUST < 31
                 ADD 1 TO W-DIASJUST.
           PERFORM SOMA-UMDIA THRU SOMA-UMDIA-FIM
           SUBTRACT 1 FROM W-DTQTD
           GO TO REL-ATEST-DIA.
       REL-ATEST-FIM.
           EXIT.
      *
      *****************************************
      * DIAS UTEIS (SEGUNDA A SABADO FORA OS  *
      * FERIADOS DO DL105) E DOMINGOS DA      *
      * COMPETENCIA                           *
      *****************************************
       CAL-DIASMES.
           MOVE ZEROS TO W-UTEIS W-DOMINGOS W-DTDIA
           MOVE W-HOJEMES TO W-DTMES
           MOVE W-HOJEANO TO W-DTANO.
       CAL-DIASMES-LOOP.
           ADD 1 TO W-DTDIA
           IF W-DTDIA > 31
              GO TO CAL-DIASMES-FIM.
           COMPUTE W-DL100-ANO = 2000 + W-DTANO
           CALL "DL100" USING W-DTDIA W-DTMES W-DL100-ANO
                              W-DL100-INV
           IF W-DL100-INV NOT = ZEROS
              GO TO CAL-DIASMES-FIM.
           PERFORM CAL-UTIL THRU CAL-UTIL-FIM
           IF W-DIASEMANA = 1
              ADD 1 TO W-DOMINGOS.
           IF W-EHUTIL = 1
              ADD 1 TO W-UTEIS.
           GO TO CAL-DIASMES-LOOP.
       CAL-DIASMES-FIM.
           EXIT.
      *
      *    W-EHUTIL = 1 SE W-DTSOMA E DIA UTIL (SABADO CONTA)
       CAL-UTIL.
           MOVE ZEROS TO W-EHUTIL
           PERFORM CAL-DIASEM THRU CAL-DIASEM-FIM
           IF W-DIASEMANA = 1
              GO TO CAL-UTIL-FIM.
           IF W-DIASEMANA = 7
              MOVE 1 TO W-EHUTIL
              GO TO CAL-UTIL-FIM.
           MOVE "U"         TO W-DL105-FUN
           MOVE W-DTDIA     TO W-DL105-DIA
           MOVE W-DTMES     TO W-DL105-MES
           COMPUTE W-DL105-ANO = 2000 + W-DTANO
           MOVE ZEROS       TO W-DL105-NUM
           CALL "DL105" USING W-DL105-FUN W-DL105-DIA W-DL105-MES
                              W-DL105-ANO W-DL105-NUM W-DL105-RES
           MOVE W-DL105-RES TO W-EHUTIL.
       CAL-UTIL-FIM.
           EXIT.
      *
      *****************************************
      * DIA DA SEMANA (1=DOM ... 7=SAB) PELO  *
      * ALGORITMO DE ZELLER SOBRE DD/MM/20AA  *
      *****************************************
       CAL-DIASEM.
           MOVE W-DTMES TO W-MESZ
           COMPUTE W-ANOZ = 2000 + W-DTANO
           IF W-MESZ < 3
              ADD 12 TO W-MESZ
              SUBTRACT 1 FROM W-ANOZ.
           DIVIDE W-ANOZ BY 100 GIVING W-ZJ REMAINDER W-ZK
           COMPUTE W-ZSOMA = W-DTDIA + W-ZK
           COMPUTE W-ZQUOC = (13 * (W-MESZ + 1)) / 5
           ADD W-ZQUOC TO W-ZSOMA
           DIVIDE W-ZK BY 4 GIVING W-ZQUOC
           ADD W-ZQUOC TO W-ZSOMA
           DIVIDE W-ZJ BY 4 GIVING W-ZQUOC
           ADD W-ZQUOC TO W-ZSOMA
           COMPUTE W-ZSOMA = W-ZSOMA + (5 * W-ZJ)
           DIVIDE W-ZSOMA BY 7 GIVING W-ZQUOC REMAINDER W-ZH
      *    ZELLER: 0=SABADO, 1=DOMINGO, ..., 6=SEXTA
           IF W-ZH = ZEROS
              MOVE 7 TO W-DIASEMANA
           ELSE
              MOVE W-ZH TO W-DIASEMANA.
       CAL-DIASEM-FIM.
           EXIT.
      *
      *    AVANCA W-DTSOMA (DD/MM/AA) EM UM DIA
       SOMA-UMDIA.
           MOVE W-DIASMES (W-DTMES) TO W-ULTDIA
           IF W-DTMES = 2
              DIVIDE W-DTANO BY 4 GIVING W-ZQUOC REMAINDER W-ZK
              IF W-ZK = ZEROS
                 MOVE 29 TO W-ULTDIA.
           ADD 1 TO W-DTDIA
           IF W-DTDIA > W-ULTDIA
              MOVE 01 TO W-DTDIA
              ADD 1 TO W-DTMES
              IF W-DTMES > 12
                 MOVE 01 TO W-DTMES
                 ADD 1 TO W-DTANO.
       SOMA-UMDIA-FIM.
           EXIT.
      *
      *****************************************
      * HORAS EXTRAS 50%/100% E ADICIONAL     *
      * NOTURNO DE 20% (HORAS NOTURNAS JA     *
      * CONTIDAS NAS NORMAIS - PAGA SO O      *
      * ADICIONAL SOBRE ELAS)                 *
      *****************************************
       REL-EXTRAS.
           MOVE ZEROS TO W-EXTRAS W-REFEXT
           MOVE 02 TO W-MOVBUSCA
           PERFORM MOV-BUSCA THRU MOV-PROXIMO-FIM
           IF W-ACHOU NOT = "S"
              GO TO REL-EXTRAS-FIM.
           MOVE W-MOVDADOS (W-IMOV) TO REGPONTO
           IF PNTHOREX50 = ZEROS AND PNTHOREX100 = ZEROS AND
              PNTHORNOT = ZEROS
              GO TO REL-EXTRAS-FIM.
                   (W-VALHORA * 1,5 * PNTHOREX50)
                 + (W-VALHORA * 2   * PNTHOREX100)
                 + (W-VALHORA * 0,2 * PNTHORNOT)
           COMPUTE W-REFEXT = PNTHOREX50 + PNTHOREX100 + PNTHORNOT
           ADD W-EXTRAS TO W-SALPAGO.
       REL-EXTRAS-FIM.
           EXIT.
       REL-AFAST.
           MOVE ZEROS TO W-DIASAFAST
           COMPUTE W-REFCOMP = (W-HOJEANO * 100) + W-HOJEMES
           MOVE 06 TO W-MOVBUSCA
           MOVE ZEROS TO W-IMOV.
       REL-AFAST-LOOP.
           PERFORM MOV-PROXIMO THRU MOV-PROXIMO-FIM
           IF W-ACHOU NOT = "S"
              GO TO REL-AFAST-FIM.
           MOVE W-MOVDADOS (W-IMOV) TO REGAFAST
           COMPUTE W-REFAFA = (ANO OF AFAINICIO * 100)
                            +  MES OF AFAINICIO
           IF W-REFAFA > W-REFCOMP
           EXIT.
      *
       REL-DESC.
           MOVE 01 TO W-MOVBUSCA
           PERFORM MOV-BUSCA THRU MOV-PROXIMO-FIM
           IF W-ACHOU = "S"
              MOVE W-MOVDADOS (W-IMOV) TO REGDESC
           ELSE
              MOVE ZEROS TO DESCINSS DESCIRRF DESCOUTROS.
       REL-DESC-FIM.
           EXIT.
       REL-IMPOSTOS.
           MOVE NUMFIL TO W-NUMDEP
           COMPUTE W-REFCOMP = (W-HOJEANO * 100) + W-HOJEMES
           COMPUTE W-BASECALC = W-SALPAGO + W-VARINSS
           CALL "DL102" USING W-BASECALC W-NUMDEP W-REFCOMP
                              W-INSS W-IRRF
      *    LANCAMENTO VARIAVEL COM INCIDENCIA SO DE UM DOS
      *    IMPOSTOS - O IRRF SAI DA SUA PROPRIA BASE
           IF W-VARIRRF NOT = W-VARINSS
              COMPUTE W-BASECALC = W-SALPAGO + W-VARIRRF
              CALL "DL102" USING W-BASECALC W-NUMDEP W-REFCOMP
                                 W-INSSAUX W-IRRF.
      *    ESTAGIARIO (CONTRATO E) NAO TEM RETENCAO
      *    DE INSS - A BOLSA SO SOFRE IRRF
           IF FUNCTIPOCONTR = "E"
           EXIT.
      *
      *****************************************
      * ADICIONAL DE INSALUBRIDADE OU         *
      * PERICULOSIDADE (DL108) - MENSALISTA   *
      * PROPORCIONAL AOS DIAS PAGOS; NOS      *
      * DEMAIS A PERICULOSIDADE JA SAI DO     *
      * SALARIO APURADO E A INSALUBRIDADE     *
      * DESCONTA OS DIAS DE AFASTAMENTO       *
      *****************************************
       REL-RISCO.
           MOVE ZEROS  TO W-RISCO W-RSCPERC
           MOVE SPACES TO W-RSCTIPO
           IF W-SALPAGO = ZEROS
              GO TO REL-RISCO-FIM.
           IF FUNCTIPOSAL = "M"
              MOVE FUNCSALBASE TO W-RSCBASE
           ELSE
              COMPUTE W-RSCBASE = W-SALPAGO - W-EXTRAS.
           CALL "DL108" USING FUNCDEPTO FUNCCARGO W-RSCBASE W-REFCOMP
                              W-RSCTIPO W-RSCPERC W-RSCVALOR W-RSCDIAS
           IF W-RSCVALOR = ZEROS
              GO TO REL-RISCO-FIM.
           IF FUNCTIPOSAL = "M"
              COMPUTE W-DIASTRAB = 30 - W-DIASDESC
           ELSE IF W-RSCTIPO = "I"
              COMPUTE W-DIASTRAB = 30 - W-DIASAFAST
           ELSE
              MOVE 30 TO W-DIASTRAB.
           IF W-RSCDIAS < W-DIASTRAB
              MOVE W-RSCDIAS TO W-DIASTRAB.
           COMPUTE W-RISCO ROUNDED = W-RSCVALOR * W-DIASTRAB / 30
           ADD W-RISCO TO W-SALPAGO.
       REL-RISCO-FIM.
           EXIT.
      *
      *****************************************
      * LANCAMENTOS VARIAVEIS DA COMPETENCIA  *
      * (CADLANVAR) - PROVENTOS E DESCONTOS E *
      * A PARCELA DOS PROVENTOS QUE ENTRA NA  *
      * BASE DE CADA ENCARGO                  *
      *****************************************
       REL-VARIA.
           MOVE ZEROS TO W-VARPROV W-VARDESC W-VARINSS W-VARIRRF
                         W-VARFGTS
           MOVE 07 TO W-MOVBUSCA
           MOVE ZEROS TO W-IMOV.
       REL-VARIA-LOOP.
           PERFORM MOV-PROXIMO THRU MOV-PROXIMO-FIM
           IF W-ACHOU NOT = "S"
              GO TO REL-VARIA-FIM.
           MOVE W-MOVDADOS (W-IMOV) TO REGLANVAR
           IF LVTIPO = "D"
              ADD LVVALOR TO W-VARDESC
              GO TO REL-VARIA-LOOP.
           ADD LVVALOR TO W-VARPROV
           MOVE "S" TO RUBINSS RUBIRRF RUBFGTS
           IF W-TEMRUBARQ = "S"
              MOVE LVRUBRICA TO RUBCODIGO
              READ CADRUBRICA
              IF W-STRUB NOT = "00"
                 MOVE "S" TO RUBINSS RUBIRRF RUBFGTS.
           IF RUBINSS = "S"
              ADD LVVALOR TO W-VARINSS.
           IF RUBIRRF = "S"
              ADD LVVALOR TO W-VARIRRF.
           IF RUBFGTS = "S"
              ADD LVVALOR TO W-VARFGTS.
           GO TO REL-VARIA-LOOP.
       REL-VARIA-FIM.
           EXIT.
      *
      *****************************************
      * FERIAS CALCULADAS PARA A COMPETENCIA  *
      * (VERBA SEM INCIDENCIA DE DESCONTOS)   *
      *****************************************
       REL-FERIAS.
           MOVE ZEROS     TO W-FERIAS
           MOVE 05 TO W-MOVBUSCA
           PERFORM MOV-BUSCA THRU MOV-PROXIMO-FIM
           IF W-ACHOU = "S"
              MOVE W-MOVDADOS (W-IMOV) TO REGFERPAG
              MOVE FPGVALOR TO W-FERIAS.
       REL-FERIAS-FIM.
           EXIT.
      *****************************************
       REL-RETRO.
           MOVE ZEROS     TO W-RETRO
           MOVE 08 TO W-MOVBUSCA
           PERFORM MOV-BUSCA THRU MOV-PROXIMO-FIM
           IF W-ACHOU = "S"
              MOVE W-MOVDADOS (W-IMOV) TO REGRETRO
              MOVE RETVALOR TO W-RETRO.
       REL-RETRO-FIM.
           EXIT.
              GO TO REL-SALFAM-FIM.
           IF W-TETOSF NOT = ZEROS AND W-SALPAGO > W-TETOSF
              GO TO REL-SALFAM-FIM.
           MOVE 09 TO W-MOVBUSCA
           MOVE ZEROS TO W-IMOV.
       REL-SALFAM-LOOP.
           PERFORM MOV-PROXIMO THRU MOV-PROXIMO-FIM
           IF W-ACHOU NOT = "S"
              GO TO REL-SALFAM-CALC.
           MOVE W-MOVDADOS (W-IMOV) TO REGDEPEN
           IF DEPPARENTESCO NOT = "F"
              GO TO REL-SALFAM-LOOP.
           COMPUTE W-IDADEDEP = (2000 + W-HOJEANO)
       REL-BENEF.
           MOVE ZEROS TO W-BENEF
           COMPUTE W-REFCOMP = (W-HOJEANO * 100) + W-HOJEMES
           MOVE 10 TO W-MOVBUSCA
           MOVE ZEROS TO W-IMOV.
       REL-BENEF-LOOP.
           PERFORM MOV-PROXIMO THRU MOV-PROXIMO-FIM
           IF W-ACHOU NOT = "S"
              GO TO REL-BENEF-FIM.
           MOVE W-MOVDADOS (W-IMOV) TO REGBENEF
           COMPUTE W-REFBEN = (ANO OF BENINICIO * 100)
                            +  MES OF BENINICIO
           IF W-REFBEN > W-REFCOMP
      *****************************************
       REL-ADIANT.
           MOVE ZEROS TO W-ADIANT
           MOVE 11 TO W-MOVBUSCA
           PERFORM MOV-BUSCA THRU MOV-PROXIMO-FIM
           IF W-ACHOU = "S"
              MOVE W-MOVDADOS (W-IMOV) TO REGADIANT
              MOVE ADIVALOR TO W-ADIANT.
       REL-ADIANT-FIM.
           EXIT.
      *****************************************
       REL-VT.
           MOVE ZEROS TO W-VT
           MOVE 12 TO W-MOVBUSCA
           PERFORM MOV-BUSCA THRU MOV-PROXIMO-FIM
           IF W-ACHOU NOT = "S"
              GO TO REL-VT-FIM.
           MOVE W-MOVDADOS (W-IMOV) TO REGVT
           IF VTATIVO NOT = "S"
              GO TO REL-VT-FIM.
           MOVE 22 TO W-DIASVT
           MOVE 02 TO W-MOVBUSCA
           PERFORM MOV-BUSCA THRU MOV-PROXIMO-FIM
           IF W-ACHOU = "S"
              MOVE W-MOVDADOS (W-IMOV) TO REGPONTO
              IF PNTDIAS > ZEROS
                 MOVE PNTDIAS TO W-DIASVT.
           COMPUTE W-CUSTOVT = W-DIASVT * VTPASSESDIA * VTCUSTOPASSE
           COMPUTE W-LIMVT ROUNDED = FUNCSALBASE * 6 / 100
           IF W-CUSTOVT < W-LIMVT
           COMPUTE W-BASEPEN = W-SALPAGO - W-INSS - W-IRRF
           IF W-BASEPEN NOT > ZEROS
              GO TO REL-PENSAO-FIM.
           MOVE 13 TO W-MOVBUSCA
           MOVE ZEROS TO W-IMOV.
       REL-PENSAO-LOOP.
           PERFORM MOV-PROXIMO THRU MOV-PROXIMO-FIM
           IF W-ACHOU NOT = "S"
              GO TO REL-PENSAO-FIM.
           MOVE W-MOVDADOS (W-IMOV) TO REGPENSAO
           COMPUTE W-PENSAO ROUNDED = W-PENSAO
                   + (W-BASEPEN * PENPERC / 100)
           GO TO REL-PENSAO-LOOP.
              MOVE 30 TO W-PERCCONSIG.
           COMPUTE W-LIMCONSIG ROUNDED =
                   W-SALPAGO * W-PERCCONSIG / 100
           MOVE 14 TO W-MOVBUSCA
           MOVE ZEROS TO W-IMOV.
       REL-EMPREST-LOOP.
           PERFORM MOV-PROXIMO THRU MOV-PROXIMO-FIM
           IF W-ACHOU NOT = "S"
              GO TO REL-EMPREST-FIM.
           MOVE W-MOVDADOS (W-IMOV) TO REGEMPREST
           IF EMPRESTPARC = ZEROS
              GO TO REL-EMPREST-LOOP.
      *    CONTRATO SO DESCONTA A PARTIR DA COMPETENCIA INICIAL
           SUBTRACT 1 FROM EMPRESTPARC
           MOVE W-HOJEMES TO EMPMESULT
           MOVE W-HOJEANO TO EMPANOULT
      *    REGRAVA PELA CHAVE (EMPCHAVE DA IMAGEM EXTRAIDA)
           REWRITE REGEMPREST
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA REGRAVACAO DO ARQ CADEMPREST"
           EXIT.
      *
      *****************************************
      * CONTRIBUICAO ASSISTENCIAL - PERCENTUAL *
      * DO SINDICATO (DL110) SOBRE O SALARIO  *
      * PAGO, SO COM AUTORIZACAO NO CADSINDAUT *
      *****************************************
       REL-SINDIC.
           MOVE ZEROS TO W-CONTRIB W-SINDPERC
           IF W-TEMAUT NOT = "S"
              GO TO REL-SINDIC-FIM.
           MOVE 15 TO W-MOVBUSCA
           PERFORM MOV-BUSCA THRU MOV-PROXIMO-FIM
           IF W-ACHOU NOT = "S"
              GO TO REL-SINDIC-FIM.
           MOVE W-MOVDADOS (W-IMOV) TO REGSINDAUT
           IF AUTOPCAO NOT = "S"
              GO TO REL-SINDIC-FIM.
           CALL "DL110" USING FUNCDEPTO FUNCCARGO W-SIND W-PISO
                              W-SINDPERC
           IF W-SIND = ZEROS
              MOVE ZEROS TO W-SINDPERC
              GO TO REL-SINDIC-FIM.
           COMPUTE W-CONTRIB ROUNDED = W-SALPAGO * W-SINDPERC / 100.
       REL-SINDIC-FIM.
           EXIT.
      *
      *****************************************
      * PRIORIDADE DOS DESCONTOS E PISO LEGAL *
      * DO LIQUIDO: IMPOSTOS SEMPRE DESCONTAM; *
      * DEPOIS PENSAO, ADIANTAMENTO,          *
      * CONSIGNADO, VT, BENEFICIOS, CONTRIB.  *
      * ASSISTENCIAL E OUTROS                 *
      * ATE O LIMITE DO PARAMETRO 09 (PADRAO  *
      * 70% DO SALARIO PAGO). O QUE NAO COUBER *
      * VAI PARA O CADDESCPOS DA COMPETENCIA  *
      * SEGUINTE E SAI NO RELATORIO.          *
      * DESCONTO LANCADO PELO OPERADOR NO     *
      * CADLANVAR E DA PROPRIA COMPETENCIA -  *
      * DESCONTA SEMPRE, JUNTO COM OS IMPOSTOS *
      *****************************************
       REL-PRIORIDADE.
           IF W-PERCMAX = ZEROS
      *    ENTRAM NA FILA DA SUA CATEGORIA
           PERFORM REL-PRIOR-RECUPERA THRU REL-PRIOR-RECUPERA-FIM
           COMPUTE W-LIMDESC ROUNDED = W-SALPAGO * W-PERCMAX / 100
           COMPUTE W-ACUMDESC = W-INSS + W-IRRF + W-VARDESC
           MOVE "P" TO W-TIPOITEM
           MOVE W-PENSAO TO W-VALITEM
           PERFORM REL-PRIOR-ITEM THRU REL-PRIOR-ITEM-FIM
           MOVE W-BENEF TO W-VALITEM
           PERFORM REL-PRIOR-ITEM THRU REL-PRIOR-ITEM-FIM
           MOVE W-VALITEM TO W-BENEF
           MOVE "S" TO W-TIPOITEM
           MOVE W-CONTRIB TO W-VALITEM
           PERFORM REL-PRIOR-ITEM THRU REL-PRIOR-ITEM-FIM
           MOVE W-VALITEM TO W-CONTRIB
           MOVE "O" TO W-TIPOITEM
           MOVE DESCOUTROS TO W-VALITEM
           PERFORM REL-PRIOR-ITEM THRU REL-PRIOR-ITEM-FIM
      * ATUAL E OS SOMA NA CATEGORIA DE ORIGEM *
      *****************************************
       REL-PRIOR-RECUPERA.
           MOVE 16 TO W-MOVBUSCA
           MOVE ZEROS TO W-IMOV.
       REL-PRIOR-RECUPERA-LE.
           PERFORM MOV-PROXIMO THRU MOV-PROXIMO-FIM
           IF W-ACHOU NOT = "S"
              GO TO REL-PRIOR-RECUPERA-FIM.
           MOVE W-MOVDADOS (W-IMOV) TO REGDESCPOS
           IF DPOTIPO = "P"
              ADD DPOVALOR TO W-PENSAO.
           IF DPOTIPO = "A"
              ADD DPOVALOR TO W-VT.
           IF DPOTIPO = "B"
              ADD DPOVALOR TO W-BENEF.
           IF DPOTIPO = "S"
              ADD DPOVALOR TO W-CONTRIB.
           IF DPOTIPO = "O"
              ADD DPOVALOR TO DESCOUTROS.
      *    SIMULACAO NAO BAIXA O POSTERGADO (BAIXA PELA CHAVE)
           IF W-SIMULA NOT = "S"
              DELETE CADDESCPOS RECORD.
           GO TO REL-PRIOR-RECUPERA-LE.
       REL-LINHA.
           COMPUTE W-DESCONTOS = W-INSS + W-IRRF + DESCOUTROS
                               + W-BENEF + W-CONSIG + W-PENSAO
                               + W-VT + W-ADIANT + W-VARDESC
                               + W-CONTRIB
           COMPUTE W-LIQUIDO   = W-SALPAGO - W-DESCONTOS + W-FERIAS
                               + W-SALFAM + W-RETRO + W-VARPROV
           MOVE SPACES       TO WS-LINDET
           MOVE CHAPA         TO WS-CHAPA
           MOVE NOME          TO WS-NOME
              MOVE SPACES       TO REGRELFOPAG
              MOVE WS-LINEXTRA  TO REGRELFOPAG
              WRITE REGRELFOPAG.
           IF W-RISCO > ZEROS
              IF W-RSCTIPO = "P"
                 MOVE "ADICIONAL PERICULOSIDADE..: " TO WS-VARTXT
              ELSE
                 MOVE "ADICIONAL INSALUBRIDADE...: " TO WS-VARTXT.
           IF W-RISCO > ZEROS
              MOVE W-RISCO      TO WS-VARVAL
              MOVE SPACES       TO REGRELFOPAG
              MOVE WS-LINVAR    TO REGRELFOPAG
              WRITE REGRELFOPAG.
           IF W-COMIS > ZEROS
              MOVE "COMISSOES.................: " TO WS-VARTXT
              MOVE W-COMIS      TO WS-VARVAL
              MOVE SPACES       TO REGRELFOPAG
              MOVE WS-LINVAR    TO REGRELFOPAG
              WRITE REGRELFOPAG.
           IF W-DSRCOM > ZEROS
              MOVE "DSR S/ COMISSOES..........: " TO WS-VARTXT
              MOVE W-DSRCOM     TO WS-VARVAL
              MOVE SPACES       TO REGRELFOPAG
              MOVE WS-LINVAR    TO REGRELFOPAG
              WRITE REGRELFOPAG.
           IF W-VALJUST > ZEROS
              MOVE "DIAS DE ATESTADO PAGOS....: " TO WS-VARTXT
              MOVE W-VALJUST    TO WS-VARVAL
              MOVE SPACES       TO REGRELFOPAG
              MOVE WS-LINVAR    TO REGRELFOPAG
              WRITE REGRELFOPAG.
           IF W-VALFALTA > ZEROS
              MOVE "(-) FALTAS INJUSTIFICADAS.: " TO WS-VARTXT
              MOVE W-VALFALTA   TO WS-VARVAL
              MOVE SPACES       TO REGRELFOPAG
              MOVE WS-LINVAR    TO REGRELFOPAG
              WRITE REGRELFOPAG.
           IF W-VALSUSP > ZEROS
              MOVE "(-) SUSPENSAO DISCIPLINAR.: " TO WS-VARTXT
              MOVE W-VALSUSP    TO WS-VARVAL
              MOVE SPACES       TO REGRELFOPAG
              MOVE WS-LINVAR    TO REGRELFOPAG
              WRITE REGRELFOPAG.
           IF W-VALDSR > ZEROS
              MOVE "(-) DSR S/ FALTAS/SUSPENS.: " TO WS-VARTXT
              MOVE W-VALDSR     TO WS-VARVAL
              MOVE SPACES       TO REGRELFOPAG
              MOVE WS-LINVAR    TO REGRELFOPAG
              WRITE REGRELFOPAG.
           IF W-VARPROV > ZEROS
              MOVE "PROVENTOS VARIAVEIS.......: " TO WS-VARTXT
              MOVE W-VARPROV    TO WS-VARVAL
              MOVE SPACES       TO REGRELFOPAG
              MOVE WS-LINVAR    TO REGRELFOPAG
              WRITE REGRELFOPAG.
           IF W-VARDESC > ZEROS
              MOVE "DESCONTOS VARIAVEIS.......: " TO WS-VARTXT
              MOVE W-VARDESC    TO WS-VARVAL
              MOVE SPACES       TO REGRELFOPAG
              MOVE WS-LINVAR    TO REGRELFOPAG
              WRITE REGRELFOPAG.
           IF W-CONTRIB > ZEROS
              MOVE "CONTRIB. ASSISTENCIAL.....: " TO WS-VARTXT
              MOVE W-CONTRIB    TO WS-VARVAL
              MOVE SPACES       TO REGRELFOPAG
              MOVE WS-LINVAR    TO REGRELFOPAG
              WRITE REGRELFOPAG.
           IF W-POSTERGADO > ZEROS
              MOVE W-POSTERGADO TO WS-POSTVAL
              MOVE SPACES       TO REGRELFOPAG
              MOVE WS-LINPOST   TO REGRELFOPAG
              WRITE REGRELFOPAG.
           IF W-DL116-DIAS > ZEROS
              PERFORM REL-RATEIO THRU REL-RATEIO-FIM.
           PERFORM GRAVA-FOPAGH THRU GRAVA-FOPAGH-FIM
           ADD 1              TO W-TOTEMP
           PERFORM REL-TOTAIS THRU REL-TOTAIS-FIM
           ADD 1              TO W-CKPTCONTA
           IF W-CKPTCONTA NOT < 50
              PERFORM GRAVA-CKPT THRU GRAVA-CKPT-FIM.
           EXIT.
      *
      *****************************************
      * TRANSFERENCIA DE EMPRESA NO MES       *
      * (DL116 - DIAS NA ANTERIOR, BASE 30)   *
      *****************************************
       REL-TRANSF.
           COMPUTE W-DL116-COMPET = (W-HOJEANO * 100) + W-HOJEMES
           CALL "DL116" USING CHAPA W-DL116-COMPET W-DL116-EMPANT
                              W-DL116-EMPNOVO W-DL116-DIAS.
       REL-TRANSF-FIM.
           EXIT.
      *
       REL-RATEIO.
           COMPUTE W-TRFSAL  ROUNDED = W-SALPAGO   * W-DL116-DIAS / 30
           COMPUTE W-TRFDESC ROUNDED = W-DESCONTOS * W-DL116-DIAS / 30
           COMPUTE W-TRFLIQ  ROUNDED = W-LIQUIDO   * W-DL116-DIAS / 30
           MOVE W-DL116-EMPANT  TO WS-TRFEMPA
           MOVE W-DL116-DIAS    TO WS-TRFDIASA
           MOVE W-TRFSAL        TO WS-TRFSALA
           MOVE W-TRFLIQ        TO WS-TRFLIQA
           MOVE W-DL116-EMPNOVO TO WS-TRFEMPN
           COMPUTE WS-TRFDIASN = 30 - W-DL116-DIAS
           COMPUTE WS-TRFSALN  = W-SALPAGO - W-TRFSAL
           COMPUTE WS-TRFLIQN  = W-LIQUIDO - W-TRFLIQ
           MOVE SPACES    TO REGRELFOPAG
           MOVE WS-LINTRF TO REGRELFOPAG
           WRITE REGRELFOPAG.
       REL-RATEIO-FIM.
           EXIT.
      *
      *    SEM FILTRO OU SEM RATEIO SOMA A CHAPA INTEIRA;
      *    COM FILTRO SOMA SO A PARTE DA EMPRESA FILTRADA
       REL-TOTAIS.
           IF W-DL116-DIAS = ZEROS OR W-EMPFILTRO = ZEROS
              ADD W-SALPAGO   TO W-TOTFOPAG
              ADD W-DESCONTOS TO W-TOTDESC
              ADD W-LIQUIDO   TO W-TOTLIQ
              GO TO REL-TOTAIS-FIM.
           IF W-EMPFILTRO = W-DL116-EMPANT
              ADD W-TRFSAL  TO W-TOTFOPAG
              ADD W-TRFDESC TO W-TOTDESC
              ADD W-TRFLIQ  TO W-TOTLIQ
              GO TO REL-TOTAIS-FIM.
           COMPUTE W-TOTFOPAG = W-TOTFOPAG + W-SALPAGO - W-TRFSAL
           COMPUTE W-TOTDESC  = W-TOTDESC + W-DESCONTOS - W-TRFDESC
           COMPUTE W-TOTLIQ   = W-TOTLIQ + W-LIQUIDO - W-TRFLIQ.
       REL-TOTAIS-FIM.
           EXIT.
      *
      *****************************************
      * CHECKPOINT DA FOLHA (A CADA 50 CHAPAS) *
      *****************************************
       GRAVA-CKPT.
                                 ST-ERRO
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO FOPAGHIST"
              GO TO ROT-FIM.
           PERFORM GRAVA-FOPDET THRU GRAVA-FOPDET-FIM.
       GRAVA-FOPAGH-FIM.
           EXIT.
      *
      *****************************************
      * ABERTURA POR RUBRICA (FOPAGDET) - UMA *
      * LINHA POR RUBRICA COM VALOR NO MES.   *
      * REPROCESSAMENTO DA COMPETENCIA APAGA  *
      * AS LINHAS ANTERIORES DA CHAPA ANTES   *
      *****************************************
       GRAVA-FOPDET.
           MOVE 18 TO W-MOVBUSCA
           MOVE ZEROS TO W-IMOV.
       GRAVA-FOPDET-APAGA.
           PERFORM MOV-PROXIMO THRU MOV-PROXIMO-FIM
           IF W-ACHOU NOT = "S"
              GO TO GRAVA-FOPDET-LINHAS.
           MOVE W-MOVDADOS (W-IMOV) TO REGFOPDET
           DELETE FOPAGDET RECORD
           GO TO GRAVA-FOPDET-APAGA.
       GRAVA-FOPDET-LINHAS.
           MOVE 001 TO W-RUBCOD
           MOVE "P" TO W-RUBTIPO
           MOVE W-REFSAL TO W-RUBREF
           COMPUTE W-RUBVAL = W-SALPAGO - W-EXTRAS - W-RISCO
                            - W-COMIS - W-DSRCOM
                            + W-VALFALTA + W-VALDSR + W-VALSUSP
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           IF W-RSCTIPO = "P"
              MOVE 007 TO W-RUBCOD
           ELSE
              MOVE 006 TO W-RUBCOD.
           MOVE W-RSCPERC TO W-RUBREF
           MOVE W-RISCO   TO W-RUBVAL
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           MOVE 008 TO W-RUBCOD
           MOVE ZEROS     TO W-RUBREF
           MOVE W-COMIS   TO W-RUBVAL
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           MOVE 009 TO W-RUBCOD
           MOVE W-REPCOM  TO W-RUBREF
           MOVE W-DSRCOM  TO W-RUBVAL
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           MOVE 002 TO W-RUBCOD
           MOVE W-REFEXT TO W-RUBREF
           MOVE W-EXTRAS TO W-RUBVAL
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           MOVE ZEROS TO W-RUBREF
           MOVE 003 TO W-RUBCOD
           MOVE W-FERIAS TO W-RUBVAL
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           MOVE 004 TO W-RUBCOD
           MOVE W-RETRO TO W-RUBVAL
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           MOVE 005 TO W-RUBCOD
           MOVE W-QUOTAS TO W-RUBREF
           MOVE W-SALFAM TO W-RUBVAL
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           MOVE ZEROS TO W-RUBREF
           MOVE "D" TO W-RUBTIPO
           MOVE 101 TO W-RUBCOD
           MOVE W-INSS TO W-RUBVAL
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           MOVE 102 TO W-RUBCOD
           MOVE W-NUMDEP TO W-RUBREF
           MOVE W-IRRF TO W-RUBVAL
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           MOVE ZEROS TO W-RUBREF
           MOVE 103 TO W-RUBCOD
           MOVE DESCOUTROS TO W-RUBVAL
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           MOVE 104 TO W-RUBCOD
           MOVE W-BENEF TO W-RUBVAL
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           MOVE 105 TO W-RUBCOD
           MOVE W-CONSIG TO W-RUBVAL
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           MOVE 106 TO W-RUBCOD
           MOVE W-PENSAO TO W-RUBVAL
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           MOVE 107 TO W-RUBCOD
           MOVE W-VT TO W-RUBVAL
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           MOVE 108 TO W-RUBCOD
           MOVE W-ADIANT TO W-RUBVAL
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           MOVE 109 TO W-RUBCOD
           MOVE W-SINDPERC TO W-RUBREF
           MOVE W-CONTRIB TO W-RUBVAL
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           MOVE 110 TO W-RUBCOD
           MOVE W-FALTAS TO W-RUBREF
           MOVE W-VALFALTA TO W-RUBVAL
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           MOVE 111 TO W-RUBCOD
           MOVE W-DSRPERD TO W-RUBREF
           MOVE W-VALDSR TO W-RUBVAL
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           MOVE 113 TO W-RUBCOD
           MOVE W-DIASSUSP TO W-RUBREF
           MOVE W-VALSUSP TO W-RUBVAL
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           MOVE ZEROS TO W-RUBREF
      *    LANCAMENTOS VARIAVEIS - UMA LINHA POR RUBRICA LANCADA
           MOVE 07 TO W-MOVBUSCA
           MOVE ZEROS TO W-IMOV.
       GRAVA-FOPDET-VARIA.
           PERFORM MOV-PROXIMO THRU MOV-PROXIMO-FIM
           IF W-ACHOU NOT = "S"
              GO TO GRAVA-FOPDET-BASES.
           MOVE W-MOVDADOS (W-IMOV) TO REGLANVAR
           MOVE LVRUBRICA TO W-RUBCOD
           MOVE LVTIPO    TO W-RUBTIPO
           MOVE LVREFER   TO W-RUBREF
           MOVE LVVALOR   TO W-RUBVAL
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           GO TO GRAVA-FOPDET-VARIA.
       GRAVA-FOPDET-BASES.
      *    BASES INFORMATIVAS (ESTAGIARIO NAO TEM INSS NEM FGTS)
           IF FUNCTIPOCONTR = "E"
              GO TO GRAVA-FOPDET-FIM.
           MOVE ZEROS TO W-RUBREF
           MOVE "I" TO W-RUBTIPO
           MOVE 901 TO W-RUBCOD
           COMPUTE W-RUBVAL = W-SALPAGO + W-VARINSS
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM
           MOVE 902 TO W-RUBCOD
           COMPUTE W-RUBVAL = W-SALPAGO + W-VARFGTS
           PERFORM GRAVA-DETITEM THRU GRAVA-DETITEM-FIM.
       GRAVA-FOPDET-FIM.
           EXIT.
      *
       GRAVA-DETITEM.
           IF W-RUBVAL = ZEROS
              GO TO GRAVA-DETITEM-FIM.
           MOVE CHAPA     TO FPDCHAPA
           MOVE W-HOJEMES TO FPDMES
           MOVE W-HOJEANO TO FPDANO
           MOVE W-RUBCOD  TO FPDRUBRICA
           MOVE W-RUBTIPO TO FPDTIPO
           MOVE W-RUBREF  TO FPDREFER
           MOVE W-RUBVAL  TO FPDVALOR
           WRITE REGFOPDET
           IF ST-ERRO = "22"
              REWRITE REGFOPDET.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO FOPAGDET"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO FOPAGDET"
              GO TO ROT-FIM.
       GRAVA-DETITEM-FIM.
           EXIT.
      *
      *****************************************
      * SIMULACAO: DIFERENCA DO LIQUIDO CONTRA *
      * A COMPETENCIA FECHADA ANTERIOR        *
      *****************************************
              COMPUTE W-PREVANO = W-HOJEANO - 1.
           IF W-PREVANO < ZEROS
              GO TO SIM-DIFERENCA-FIM.
           MOVE 17 TO W-MOVBUSCA
           PERFORM MOV-BUSCA THRU MOV-PROXIMO-FIM
           IF W-ACHOU = "S"
              MOVE W-MOVDADOS (W-IMOV) TO REGFOPAGH.
           IF W-ACHOU NOT = "S"
              MOVE "SEM COMPETENCIA ANTERIOR PARA COMPARAR"
                             TO WS-SIMOBS
              MOVE ZEROS TO WS-SIMDIF
           WRITE REGRELFOPAG.
       SIM-DIFERENCA-FIM.
           EXIT.
      *
      *****************************************
      * PREPARACAO DOS MOVIMENTOS: EXTRACAO E *
      * SORT POR CHAPA NO MOVFOPAG, QUE O     *
      * CALCULO LE EM SEQUENCIA JUNTO COM O   *
      * CADFUNC. NA RETOMADA SO ENTRAM AS     *
      * CHAPAS DEPOIS DO CHECKPOINT           *
      *****************************************
       MOV-PREPARA.
           PERFORM MARCA-HORA THRU MARCA-HORA-FIM
           MOVE W-CENTFIM TO W-CENTINI
           COMPUTE W-REFCOMP = (W-HOJEANO * 100) + W-HOJEMES
           COMPUTE W-PREVMES = W-HOJEMES - 1
           MOVE W-HOJEANO TO W-PREVANO
           IF W-PREVMES < 1
              MOVE 12 TO W-PREVMES
              COMPUTE W-PREVANO = W-HOJEANO - 1.
           OPEN OUTPUT MOVFOPAG
           IF W-STMOV NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO MOVFOPAG"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STMOV
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO MOVFOPAG"
              GO TO ROT-FIM.
           SORT SORTWK
               ON ASCENDING KEY SW-CHAPA SW-TIPO SW-ORDEM
               INPUT PROCEDURE  IS SRT-ENTRADA THRU SRT-ENTRADA-FIM
               OUTPUT PROCEDURE IS SRT-SAIDA THRU SRT-SAIDA-FIM.
           CLOSE MOVFOPAG
           IF W-ERROMOV = "S"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO MOVFOPAG"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STMOV
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO MOVFOPAG"
              GO TO ROT-FIM.
           MOVE "FP15SORT" TO W-FASEPROG
           MOVE W-SRTQTD   TO W-FASELIDOS W-FASEGRAV
           MOVE ZEROS      TO W-FASEPULADOS
           PERFORM GRAVA-FASE THRU GRAVA-FASE-FIM
           OPEN INPUT MOVFOPAG
           IF W-STMOV NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO MOVFOPAG"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STMOV
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO MOVFOPAG"
              GO TO ROT-FIM.
           MOVE "N" TO W-FIMMOV
           PERFORM MOV-LE THRU MOV-LE-FIM
           MOVE W-CTLLIDOS TO W-LIDOSINI
           MOVE W-TOTEMP   TO W-TOTEMPINI.
       MOV-PREPARA-FIM.
           EXIT.
      *
      *****************************************
      * ENTRADA DO SORT - UMA LEITURA         *
      * SEQUENCIAL DE CADA ARQUIVO. OS        *
      * FILTROS SAO OS MESMOS DESCARTES QUE O *
      * CALCULO FAZ (COMPETENCIA, VIGENCIA,   *
      * PARCELAS), PARA O MOVFOPAG LEVAR SO O *
      * QUE A FOLHA DO MES USA                *
      *****************************************
       SRT-ENTRADA.
           MOVE ZEROS TO W-MOVORDEM W-EXTLIDOS W-EXTGRAV
           MOVE LOW-VALUES TO DESCHAPA
           START CADDESC KEY NOT < DESCHAPA
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-PNT.
       SRT-ENT-DESC.
           READ CADDESC NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-PNT.
           ADD 1 TO W-EXTLIDOS
           MOVE 01       TO SW-TIPO
           MOVE DESCHAPA TO SW-CHAPA
           MOVE REGDESC  TO SW-DADOS
           PERFORM SRT-LIBERA THRU SRT-LIBERA-FIM
           GO TO SRT-ENT-DESC.
       SRT-ENT-PNT.
           MOVE LOW-VALUES TO PNTCHAVE
           START CADPONTO KEY NOT < PNTCHAVE
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-CMS.
       SRT-ENT-PNT-LE.
           READ CADPONTO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-CMS.
           ADD 1 TO W-EXTLIDOS
           IF PNTMES NOT = W-HOJEMES OR PNTANO NOT = W-HOJEANO
              GO TO SRT-ENT-PNT-LE.
           MOVE 02       TO SW-TIPO
           MOVE PNTCHAPA TO SW-CHAPA
           MOVE REGPONTO TO SW-DADOS
           PERFORM SRT-LIBERA THRU SRT-LIBERA-FIM
           GO TO SRT-ENT-PNT-LE.
       SRT-ENT-CMS.
           IF W-TEMCMS NOT = "S"
              GO TO SRT-ENT-ATS.
           MOVE LOW-VALUES TO CMSCHAVE
           START CADCOMIS KEY NOT < CMSCHAVE
           IF W-STCMS NOT = "00"
              GO TO SRT-ENT-ATS.
       SRT-ENT-CMS-LE.
           READ CADCOMIS NEXT RECORD
           IF W-STCMS NOT = "00"
              GO TO SRT-ENT-ATS.
           ADD 1 TO W-EXTLIDOS
           IF CMSMES NOT = W-HOJEMES OR CMSANO NOT = W-HOJEANO
              GO TO SRT-ENT-CMS-LE.
           MOVE 03       TO SW-TIPO
           MOVE CMSCHAPA TO SW-CHAPA
           MOVE REGCOMIS TO SW-DADOS
           PERFORM SRT-LIBERA THRU SRT-LIBERA-FIM
           GO TO SRT-ENT-CMS-LE.
       SRT-ENT-ATS.
           IF W-TEMATS NOT = "S"
              GO TO SRT-ENT-FPG.
           MOVE LOW-VALUES TO ATSCHAVE
           START CADATEST KEY NOT < ATSCHAVE
           IF W-STATS NOT = "00"
              GO TO SRT-ENT-FPG.
       SRT-ENT-ATS-LE.
           READ CADATEST NEXT RECORD
           IF W-STATS NOT = "00"
              GO TO SRT-ENT-FPG.
           ADD 1 TO W-EXTLIDOS
           IF ATSDIASEMP = ZEROS
              GO TO SRT-ENT-ATS-LE.
           COMPUTE W-REFDT = (ANO OF ATSINICIO * 100)
                           +  MES OF ATSINICIO
           IF W-REFDT > W-REFCOMP
              GO TO SRT-ENT-ATS-LE.
           MOVE 04       TO SW-TIPO
           MOVE ATSCHAPA TO SW-CHAPA
           MOVE REGATEST TO SW-DADOS
           PERFORM SRT-LIBERA THRU SRT-LIBERA-FIM
           GO TO SRT-ENT-ATS-LE.
       SRT-ENT-FPG.
           MOVE LOW-VALUES TO FPGCHAVE
           START CADFERPAG KEY NOT < FPGCHAVE
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-AFA.
       SRT-ENT-FPG-LE.
           READ CADFERPAG NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-AFA.
           ADD 1 TO W-EXTLIDOS
           IF FPGMES NOT = W-HOJEMES OR FPGANO NOT = W-HOJEANO
              GO TO SRT-ENT-FPG-LE.
           MOVE 05        TO SW-TIPO
           MOVE FPGCHAPA  TO SW-CHAPA
           MOVE REGFERPAG TO SW-DADOS
           PERFORM SRT-LIBERA THRU SRT-LIBERA-FIM
           GO TO SRT-ENT-FPG-LE.
       SRT-ENT-AFA.
           MOVE LOW-VALUES TO AFACHAVE
           START CADAFAST KEY NOT < AFACHAVE
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-LV.
       SRT-ENT-AFA-LE.
           READ CADAFAST NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-LV.
           ADD 1 TO W-EXTLIDOS
           COMPUTE W-REFAFA = (ANO OF AFAINICIO * 100)
                            +  MES OF AFAINICIO
           IF W-REFAFA > W-REFCOMP
              GO TO SRT-ENT-AFA-LE.
           IF AFARETORNO NOT = ZEROS
              COMPUTE W-REFAFA = (ANO OF AFARETORNO * 100)
                               +  MES OF AFARETORNO
              IF W-REFAFA < W-REFCOMP
                 GO TO SRT-ENT-AFA-LE.
           MOVE 06       TO SW-TIPO
           MOVE AFACHAPA TO SW-CHAPA
           MOVE REGAFAST TO SW-DADOS
           PERFORM SRT-LIBERA THRU SRT-LIBERA-FIM
           GO TO SRT-ENT-AFA-LE.
       SRT-ENT-LV.
           MOVE LOW-VALUES TO LVCHAVE
           START CADLANVAR KEY NOT < LVCHAVE
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-RET.
       SRT-ENT-LV-LE.
           READ CADLANVAR NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-RET.
           ADD 1 TO W-EXTLIDOS
           IF LVMES NOT = W-HOJEMES OR LVANO NOT = W-HOJEANO
              GO TO SRT-ENT-LV-LE.
           MOVE 07        TO SW-TIPO
           MOVE LVCHAPA   TO SW-CHAPA
           MOVE REGLANVAR TO SW-DADOS
           PERFORM SRT-LIBERA THRU SRT-LIBERA-FIM
           GO TO SRT-ENT-LV-LE.
       SRT-ENT-RET.
           MOVE LOW-VALUES TO RETCHAVE
           START CADRETRO KEY NOT < RETCHAVE
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-DEP.
       SRT-ENT-RET-LE.
           READ CADRETRO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-DEP.
           ADD 1 TO W-EXTLIDOS
           IF RETMES NOT = W-HOJEMES OR RETANO NOT = W-HOJEANO
              GO TO SRT-ENT-RET-LE.
           MOVE 08       TO SW-TIPO
           MOVE RETCHAPA TO SW-CHAPA
           MOVE REGRETRO TO SW-DADOS
           PERFORM SRT-LIBERA THRU SRT-LIBERA-FIM
           GO TO SRT-ENT-RET-LE.
       SRT-ENT-DEP.
           MOVE LOW-VALUES TO DEPCHAVE
           START CADDEPEN KEY NOT < DEPCHAVE
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-BEN.
       SRT-ENT-DEP-LE.
           READ CADDEPEN NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-BEN.
           ADD 1 TO W-EXTLIDOS
           IF DEPPARENTESCO NOT = "F"
              GO TO SRT-ENT-DEP-LE.
           MOVE 09       TO SW-TIPO
           MOVE DEPCHAPA TO SW-CHAPA
           MOVE REGDEPEN TO SW-DADOS
           PERFORM SRT-LIBERA THRU SRT-LIBERA-FIM
           GO TO SRT-ENT-DEP-LE.
       SRT-ENT-BEN.
           MOVE LOW-VALUES TO BENCHAVE
           START CADBENEF KEY NOT < BENCHAVE
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-ADI.
       SRT-ENT-BEN-LE.
           READ CADBENEF NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-ADI.
           ADD 1 TO W-EXTLIDOS
           COMPUTE W-REFBEN = (ANO OF BENINICIO * 100)
                            +  MES OF BENINICIO
           IF W-REFBEN > W-REFCOMP
              GO TO SRT-ENT-BEN-LE.
           IF BENFIM NOT = ZEROS
              COMPUTE W-REFBEN = (ANO OF BENFIM * 100)
                               +  MES OF BENFIM
              IF W-REFBEN < W-REFCOMP
                 GO TO SRT-ENT-BEN-LE.
           MOVE 10       TO SW-TIPO
           MOVE BENCHAPA TO SW-CHAPA
           MOVE REGBENEF TO SW-DADOS
           PERFORM SRT-LIBERA THRU SRT-LIBERA-FIM
           GO TO SRT-ENT-BEN-LE.
       SRT-ENT-ADI.
           MOVE LOW-VALUES TO ADICHAVE
           START CADADIANT KEY NOT < ADICHAVE
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-VT.
       SRT-ENT-ADI-LE.
           READ CADADIANT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-VT.
           ADD 1 TO W-EXTLIDOS
           IF ADIMES NOT = W-HOJEMES OR ADIANO NOT = W-HOJEANO
              GO TO SRT-ENT-ADI-LE.
           MOVE 11        TO SW-TIPO
           MOVE ADICHAPA  TO SW-CHAPA
           MOVE REGADIANT TO SW-DADOS
           PERFORM SRT-LIBERA THRU SRT-LIBERA-FIM
           GO TO SRT-ENT-ADI-LE.
       SRT-ENT-VT.
           MOVE LOW-VALUES TO VTCHAPA
           START CADVT KEY NOT < VTCHAPA
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-PEN.
       SRT-ENT-VT-LE.
           READ CADVT NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-PEN.
           ADD 1 TO W-EXTLIDOS
           MOVE 12       TO SW-TIPO
           MOVE VTCHAPA  TO SW-CHAPA
           MOVE REGVT    TO SW-DADOS
           PERFORM SRT-LIBERA THRU SRT-LIBERA-FIM
           GO TO SRT-ENT-VT-LE.
       SRT-ENT-PEN.
           MOVE LOW-VALUES TO PENCHAVE
           START CADPENSAO KEY NOT < PENCHAVE
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-EMP.
       SRT-ENT-PEN-LE.
           READ CADPENSAO NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-EMP.
           ADD 1 TO W-EXTLIDOS
           MOVE 13        TO SW-TIPO
           MOVE PENCHAPA  TO SW-CHAPA
           MOVE REGPENSAO TO SW-DADOS
           PERFORM SRT-LIBERA THRU SRT-LIBERA-FIM
           GO TO SRT-ENT-PEN-LE.
      *    CONSIGNADO NA ORDEM DO CONTRATO (EMPSEQ) - O LIMITE
      *    DO PARAMETRO 03 E PREENCHIDO NESSA ORDEM
       SRT-ENT-EMP.
           MOVE LOW-VALUES TO EMPCHAVE
           START CADEMPREST KEY NOT < EMPCHAVE
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-AUT.
       SRT-ENT-EMP-LE.
           READ CADEMPREST NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-AUT.
           ADD 1 TO W-EXTLIDOS
           IF EMPRESTPARC = ZEROS
              GO TO SRT-ENT-EMP-LE.
           COMPUTE W-REFBEN = (EMPANOINI * 100) + EMPMESINI
           IF W-REFBEN > W-REFCOMP
              GO TO SRT-ENT-EMP-LE.
           IF EMPMESULT = W-HOJEMES AND EMPANOULT = W-HOJEANO
              GO TO SRT-ENT-EMP-LE.
           MOVE 14         TO SW-TIPO
           MOVE EMPCHAPA   TO SW-CHAPA
           MOVE REGEMPREST TO SW-DADOS
           PERFORM SRT-LIBERA THRU SRT-LIBERA-FIM
           GO TO SRT-ENT-EMP-LE.
       SRT-ENT-AUT.
           IF W-TEMAUT NOT = "S"
              GO TO SRT-ENT-DPO.
           MOVE LOW-VALUES TO AUTCHAPA
           START CADSINDAUT KEY NOT < AUTCHAPA
           IF W-STAUT NOT = "00"
              GO TO SRT-ENT-DPO.
       SRT-ENT-AUT-LE.
           READ CADSINDAUT NEXT RECORD
           IF W-STAUT NOT = "00"
              GO TO SRT-ENT-DPO.
           ADD 1 TO W-EXTLIDOS
           MOVE 15         TO SW-TIPO
           MOVE AUTCHAPA   TO SW-CHAPA
           MOVE REGSINDAUT TO SW-DADOS
           PERFORM SRT-LIBERA THRU SRT-LIBERA-FIM
           GO TO SRT-ENT-AUT-LE.
       SRT-ENT-DPO.
           MOVE LOW-VALUES TO DPOCHAVE
           START CADDESCPOS KEY NOT < DPOCHAVE
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-DSC.
       SRT-ENT-DPO-LE.
           READ CADDESCPOS NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-DSC.
           ADD 1 TO W-EXTLIDOS
           IF DPOMES NOT = W-HOJEMES OR DPOANO NOT = W-HOJEANO
              GO TO SRT-ENT-DPO-LE.
           MOVE 16         TO SW-TIPO
           MOVE DPOCHAPA   TO SW-CHAPA
           MOVE REGDESCPOS TO SW-DADOS
           PERFORM SRT-LIBERA THRU SRT-LIBERA-FIM
           GO TO SRT-ENT-DPO-LE.
      *    SUSPENSAO (NO MAXIMO 30 DIAS) INICIADA NA COMPETENCIA
      *    OU NA ANTERIOR
       SRT-ENT-DSC.
           IF W-TEMDSC NOT = "S"
              GO TO SRT-ENT-FPH.
           COMPUTE W-REFANT = (W-PREVANO * 100) + W-PREVMES
           MOVE LOW-VALUES TO DSCCHAVE
           START CADDISC KEY NOT < DSCCHAVE
           IF W-STDSC NOT = "00"
              GO TO SRT-ENT-FPH.
       SRT-ENT-DSC-LE.
           READ CADDISC NEXT RECORD
           IF W-STDSC NOT = "00"
              GO TO SRT-ENT-FPH.
           ADD 1 TO W-EXTLIDOS
           IF DSCTIPO NOT = "S" OR DSCDIAS = ZEROS
              GO TO SRT-ENT-DSC-LE.
           COMPUTE W-REFDT = ((ANO OF DSCINICIO - 2000) * 100)
                           +  MES OF DSCINICIO
           IF W-REFDT > W-REFCOMP OR W-REFDT < W-REFANT
              GO TO SRT-ENT-DSC-LE.
           MOVE 19        TO SW-TIPO
           MOVE DSCCHAPA  TO SW-CHAPA
           MOVE REGDISC   TO SW-DADOS
           PERFORM SRT-LIBERA THRU SRT-LIBERA-FIM
           GO TO SRT-ENT-DSC-LE.
      *    FOLHA FECHADA DO MES ANTERIOR - SO A SIMULACAO COMPARA
       SRT-ENT-FPH.
           IF W-SIMULA NOT = "S" OR W-PREVANO < ZEROS
              GO TO SRT-ENT-FPD.
           MOVE LOW-VALUES TO FPHCHAVE
           START FOPAGHIST KEY NOT < FPHCHAVE
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-FPD.
       SRT-ENT-FPH-LE.
           READ FOPAGHIST NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-FPD.
           ADD 1 TO W-EXTLIDOS
           IF FPHMES NOT = W-PREVMES OR FPHANO NOT = W-PREVANO
              GO TO SRT-ENT-FPH-LE.
           MOVE 17        TO SW-TIPO
           MOVE FPHCHAPA  TO SW-CHAPA
           MOVE REGFOPAGH TO SW-DADOS
           PERFORM SRT-LIBERA THRU SRT-LIBERA-FIM
           GO TO SRT-ENT-FPH-LE.
      *    ABERTURA JA GRAVADA NA COMPETENCIA (REPROCESSAMENTO),
      *    APAGADA PELA CHAVE ANTES DE GRAVAR A NOVA
       SRT-ENT-FPD.
           IF W-SIMULA = "S"
              GO TO SRT-ENT-FASE.
           MOVE LOW-VALUES TO FPDCHAVE
           START FOPAGDET KEY NOT < FPDCHAVE
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-FASE.
       SRT-ENT-FPD-LE.
           READ FOPAGDET NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO SRT-ENT-FASE.
           ADD 1 TO W-EXTLIDOS
           IF FPDMES NOT = W-HOJEMES OR FPDANO NOT = W-HOJEANO
              GO TO SRT-ENT-FPD-LE.
           MOVE 18        TO SW-TIPO
           MOVE FPDCHAPA  TO SW-CHAPA
           MOVE REGFOPDET TO SW-DADOS
           PERFORM SRT-LIBERA THRU SRT-LIBERA-FIM
           GO TO SRT-ENT-FPD-LE.
       SRT-ENT-FASE.
           MOVE "FP15EXTR" TO W-FASEPROG
           MOVE W-EXTLIDOS TO W-FASELIDOS
           MOVE W-EXTGRAV  TO W-FASEGRAV
           COMPUTE W-FASEPULADOS = W-EXTLIDOS - W-EXTGRAV
           PERFORM GRAVA-FASE THRU GRAVA-FASE-FIM.
       SRT-ENTRADA-FIM.
           EXIT.
      *
       SRT-LIBERA.
           IF W-RESTART = "S" AND SW-CHAPA NOT > W-CKPTCHAPA
              GO TO SRT-LIBERA-FIM.
           ADD 1 TO W-MOVORDEM
           ADD 1 TO W-EXTGRAV
           MOVE W-MOVORDEM TO SW-ORDEM
           RELEASE REGSORTWK.
       SRT-LIBERA-FIM.
           EXIT.
      *
      *****************************************
      * SAIDA DO SORT - GRAVA O MOVFOPAG      *
      *****************************************
       SRT-SAIDA.
           MOVE ZEROS TO W-SRTQTD.
       SRT-SAIDA-LOOP.
           RETURN SORTWK RECORD
               AT END
                   GO TO SRT-SAIDA-FIM.
           MOVE REGSORTWK TO REGMOVFOP
           WRITE REGMOVFOP
           IF W-STMOV NOT = "00"
              MOVE "S" TO W-ERROMOV
              GO TO SRT-SAIDA-FIM.
           ADD 1 TO W-SRTQTD
           GO TO SRT-SAIDA-LOOP.
       SRT-SAIDA-FIM.
           EXIT.
      *
      *****************************************
      * CARREGA OS MOVIMENTOS DA CHAPA LIDA   *
      * NO CADFUNC; OS DE CHAPA MENOR (SEM    *
      * FOLHA NO MES) SAO PULADOS             *
      *****************************************
       MOV-CARREGA.
           MOVE ZEROS TO W-GRPQTD.
       MOV-CARREGA-LOOP.
           IF W-FIMMOV = "S"
              GO TO MOV-CARREGA-FIM.
           IF MOVCHAPA > CHAPA
              GO TO MOV-CARREGA-FIM.
           IF MOVCHAPA < CHAPA
              PERFORM MOV-LE THRU MOV-LE-FIM
              GO TO MOV-CARREGA-LOOP.
           IF W-GRPQTD NOT < 500
              MOVE "EXCESSO DE MOVIMENTOS DA CHAPA" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STMOV
              DISPLAY "MAIS DE 500 MOVIMENTOS NA CHAPA " CHAPA
              GO TO ROT-FIM.
           ADD 1 TO W-GRPQTD
           MOVE MOVTIPO  TO W-MOVTIPO (W-GRPQTD)
           MOVE MOVDADOS TO W-MOVDADOS (W-GRPQTD)
           PERFORM MOV-LE THRU MOV-LE-FIM
           GO TO MOV-CARREGA-LOOP.
       MOV-CARREGA-FIM.
           EXIT.
      *
       MOV-LE.
           READ MOVFOPAG
           IF W-STMOV = "10"
              MOVE "S" TO W-FIMMOV
              GO TO MOV-LE-FIM.
           IF W-STMOV NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO MOVFOPAG"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STMOV
              DISPLAY "ERRO NA LEITURA DO ARQUIVO MOVFOPAG"
              GO TO ROT-FIM.
       MOV-LE-FIM.
           EXIT.
      *
      *****************************************
      * PROCURA NOS MOVIMENTOS DA CHAPA O     *
      * PROXIMO DO TIPO W-MOVBUSCA - MOV-BUSCA *
      * COMECA DO PRIMEIRO, MOV-PROXIMO SEGUE *
      * DE W-IMOV. W-ACHOU = "S" SE ACHOU     *
      *****************************************
       MOV-BUSCA.
           MOVE ZEROS TO W-IMOV.
       MOV-PROXIMO.
           MOVE "N" TO W-ACHOU.
       MOV-PROXIMO-LOOP.
           ADD 1 TO W-IMOV
           IF W-IMOV > W-GRPQTD
              GO TO MOV-PROXIMO-FIM.
           IF W-MOVTIPO (W-IMOV) NOT = W-MOVBUSCA
              GO TO MOV-PROXIMO-LOOP.
           MOVE "S" TO W-ACHOU.
       MOV-PROXIMO-FIM.
           EXIT.
      *
      *****************************************
      * ESTATISTICA DA FASE NO CADCTRL: LIDOS, *
      * GRAVADOS, PULADOS E O TEMPO DECORRIDO *
      * EM SEGUNDOS NO CAMPO VALOR            *
      *****************************************
       GRAVA-FASE.
           PERFORM MARCA-HORA THRU MARCA-HORA-FIM
           COMPUTE W-CENTDIF = W-CENTFIM - W-CENTINI
      *    FASE QUE PASSOU DA MEIA-NOITE
           IF W-CENTDIF < ZEROS
              ADD 8640000 TO W-CENTDIF.
           COMPUTE W-FASETEMPO = W-CENTDIF / 100
           CALL "DL104" USING W-FASEPROG W-FASELIDOS
                              W-FASEGRAV W-FASEPULADOS W-FASETEMPO
           MOVE W-FASEPROG  TO WS-FASEPROG
           MOVE W-FASELIDOS TO WS-FASELID
           MOVE W-FASEGRAV  TO WS-FASEGRV
           MOVE W-FASETEMPO TO WS-FASESEG
           DISPLAY WS-LINFASE
           MOVE W-CENTFIM TO W-CENTINI.
       GRAVA-FASE-FIM.
           EXIT.
      *
      *    W-CENTFIM = HORA ATUAL EM CENTESIMOS DE SEGUNDO
       MARCA-HORA.
           ACCEPT W-HORA FROM TIME
           COMPUTE W-CENTFIM = (((W-HORAHH * 60) + W-HORAMM) * 60
                             + W-HORASS) * 100 + W-HORACC.
       MARCA-HORA-FIM.
           EXIT.
      *
       REL-CAB.
           MOVE SPACES    TO REGRELFOPAG
           EXIT.
      *
       REL-FIM.
           MOVE "FP15CALC" TO W-FASEPROG
           COMPUTE W-FASELIDOS   = W-CTLLIDOS - W-LIDOSINI
           COMPUTE W-FASEGRAV    = W-TOTEMP - W-TOTEMPINI
           COMPUTE W-FASEPULADOS = W-FASELIDOS - W-FASEGRAV
           PERFORM GRAVA-FASE THRU GRAVA-FASE-FIM
           MOVE W-TOTEMP   TO WS-RODEMP
           MOVE W-TOTFOPAG TO WS-RODFOPAG
           MOVE SPACES     TO REGRELFOPAG
              MOVE ZEROS TO FOP-TOTDESC FOP-TOTLIQ FOP-LIDOS
              REWRITE REGCKPTFOP.
           IF W-SIMULA = "S"
              CLOSE FOPAGSIM
           ELSE
              CLOSE FOPAGDET.
           IF W-TEMRUBARQ = "S"
              CLOSE CADRUBRICA.
           IF W-TEMAUT = "S"
              CLOSE CADSINDAUT.
           IF W-TEMCMS = "S"
              CLOSE CADCOMIS.
           IF W-TEMATS = "S"
              CLOSE CADATEST.
           IF W-TEMDSC = "S"
              CLOSE CADDISC.
           CLOSE CADLANVAR.
           CLOSE CADFUNC CADEPTO CADCARGO CADDESC CADPONTO
                 CADDEPEN CADFERPAG CADBENEF CADAFAST
                 CADEMPREST CADPENSAO CADVT CADADIANT
                 CADRETRO CADDESCPOS CADCKPT FOPAGHIST RELFOPAG
                 MOVFOPAG
           GO TO ROT-FIMP.
      *
      **********************
