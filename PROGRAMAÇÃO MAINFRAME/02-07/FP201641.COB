      **************************************
      * CALCULO DE RESCISAO (VERBAS RESCISORIAS) *
      **************************************
      * O ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE
      * VIGENTE NO MES DA DEMISSAO (DL108) INTEGRA
      * O SALARIO MENSAL DE REFERENCIA DAS VERBAS
      * COM HISTORICO DE EXPOSICAO (DL109) E SEM PPP
      * EMITIDO NO CADPPP (FP201740) A RESCISAO SAI
      * COM AVISO
      * DESLIGAMENTO DE PCD QUE DEIXA A EMPRESA ABAIXO
      * DA COTA DA LEI 8.213 ART. 93 (DL113) SAI COM
      * AVISO PARA CONTRATAR O SUBSTITUTO ANTES
      * O TERMO RELACIONA OS EPI ENTREGUES (CADEPIENT)
      * AINDA NAO DEVOLVIDOS, PARA RECOLHIMENTO
      * O MOTIVO DO DESLIGAMENTO DEFINE AS VERBAS, O
      * AVISO PREVIO (30 DIAS + 3 POR ANO COMPLETO,
      * ATE 90) E A MULTA DO FGTS (40% SEM JUSTA
      * CAUSA, 20% ACORDO/CULPA RECIPROCA). INSS E
      * IRRF SAO CALCULADOS PELO DL102 SOBRE O SALDO
      * DE SALARIO E, EM SEPARADO, SOBRE O 13 SALARIO.
      * O RESULTADO FICA NO CADRESC: REGISTRO 000 DE
      * CABECALHO (TOTAIS E SITUACAO DO PAGAMENTO) E
      * UMA LINHA POR VERBA, LIDO PELA REMESSA
      * (FP201636), PELA GRRF (FP201642) E PELA
      * CONTABILIZACAO (FP201645). RESCISAO JA
      * INCLUIDA EM REMESSA NAO E RECALCULADA.
      * JUSTA CAUSA EXIGE AO MENOS UMA ADVERTENCIA
      * OU SUSPENSAO REGISTRADA NO CADDISC (FP201799)
      * FALECIMENTO (MOTIVO 7) SAI SEM AVISO PREVIO E
      * SEM MULTA DO FGTS, COM 13 E FERIAS INTEGRAIS,
      * NAO EXIGE ASO NEM ESBARRA NA ESTABILIDADE, E
      * ENCERRA OS DESCONTOS EM ABERTO DA CHAPA:
      * BENEFICIOS (CADBENEF) COM FIM NA DATA DO OBITO,
      * VALE-TRANSPORTE (CADVT) INATIVADO E PARCELAS
      * RESTANTES DE EMPRESTIMO (CADEMPREST) ZERADAS.
      * O LIQUIDO E PAGO AOS DEPENDENTES HABILITADOS
      * NO INSS CONFORME O RATEIO DO FP201803
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ALTERNATE RECORD KEY IS ASOCHAPA
                               WITH DUPLICATES.

           SELECT CADPPP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PPPCHAPA
                    FILE STATUS  IS W-STPPP.

           SELECT CADEPIENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENTCHAVE
                    FILE STATUS  IS W-STENT
                    ALTERNATE RECORD KEY IS ENTCHAPA
                               WITH DUPLICATES.

           SELECT CADEPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EPICODIGO
                    FILE STATUS  IS W-STEPI
                    ALTERNATE RECORD KEY IS EPIDESCR
                               WITH DUPLICATES.

           SELECT CADRESC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSCCHAVE
                    FILE STATUS  IS W-STRSC.

           SELECT CADDISC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSCCHAVE
                    FILE STATUS  IS W-STDSC.

           SELECT CADBENEF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BENCHAVE
                    FILE STATUS  IS W-STBEN
                    ALTERNATE RECORD KEY IS BENCHAPA
                               WITH DUPLICATES.

           SELECT CADEMPREST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EMPCHAVE
                    FILE STATUS  IS W-STEMP
                    ALTERNATE RECORD KEY IS EMPCHAPA
                               WITH DUPLICATES.

           SELECT CADVT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VTCHAPA
                    FILE STATUS  IS W-STVT.

           SELECT TERMORES ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                03 FUNCSALBASE PIC 9(06)V99.
                03 FUNCCDC    PIC 9(01).
                03 FUNCESCOLARIDADE PIC 9(01).
                03 FUNCEMPRESA PIC 9(02).
                03 FILLER     PIC X(03).
                03 FUNCPCD    PIC X(01).
                03 FUNCTIPODEF PIC 9(01).
                03 FILLER     PIC X(01).

       FD CADFERIAS
               LABEL RECORD IS STANDARD
                03 ASOVALIDADE       PIC 9(02).
                03 FILLER            PIC X(14).

       FD CADDISC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDISC.DAT".
       01 REGDISC.
                03 DSCCHAVE.
                   05 DSCCHAPA       PIC 9(05).
                   05 DSCSEQ         PIC 9(03).
                03 DSCTIPO           PIC X(01).
                03 FILLER            PIC X(91).

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

       FD CADEPIENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPIENT.DAT".
       01 REGEPIENT.
                03 ENTCHAVE.
                   05 ENTCHAPA       PIC 9(05).
                   05 ENTSEQ         PIC 9(03).
                03 ENTEPI            PIC 9(04).
                03 ENTDATA.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 ENTQTD            PIC 9(03).
                03 ENTCA             PIC 9(06).
                03 ENTDEVOL.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 FILLER            PIC X(13).

       FD CADEPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEPI.DAT".
       01 REGEPI.
                03 EPICODIGO         PIC 9(04).
                03 EPIDESCR          PIC X(30).
                03 EPICA             PIC 9(06).
                03 EPICAVAL.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 EPIINTERV         PIC 9(03).
                03 FILLER            PIC X(19).

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

       FD CADVT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVT.DAT".
       01 REGVT.
                03 VTCHAPA           PIC 9(05).
                03 VTLINHA           PIC X(20).
                03 VTCUSTOPASSE      PIC 9(04)V99.
                03 VTPASSESDIA       PIC 9(02).
                03 VTATIVO           PIC X(01).
                03 FILLER            PIC X(14).

       FD TERMORES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TERMORES.DAT".
       77 W-STESTAB    PIC X(02) VALUE "00".
       77 W-STASO      PIC X(02) VALUE "00".
       77 W-TEMASO     PIC 9(01) VALUE ZEROS.
       77 W-STDSC      PIC X(02) VALUE "00".
       77 W-TEMDISC    PIC 9(01) VALUE ZEROS.
       77 W-STSES      PIC X(02) VALUE "00".
       77 W-PERFIL     PIC X(01) VALUE SPACES.
       77 W-OPERADOR   PIC X(08) VALUE SPACES.
       77 W-CMPESTINI  PIC 9(08) VALUE ZEROS.
       77 W-CMPESTFIM  PIC 9(08) VALUE ZEROS.
       77 W-CHAPA       PIC 9(05) VALUE ZEROS.
       77 W-COTATIVOS   PIC 9(05) VALUE ZEROS.
       77 W-COTPCD      PIC 9(05) VALUE ZEROS.
       77 W-COTAPCD     PIC 9(05) VALUE ZEROS.
       77 W-COTBASEAPR  PIC 9(05) VALUE ZEROS.
       77 W-COTAPREND   PIC 9(05) VALUE ZEROS.
       77 W-COTAPRMIN   PIC 9(05) VALUE ZEROS.
       77 W-COTAPRMAX   PIC 9(05) VALUE ZEROS.
       77 W-SALMENS     PIC 9(06)V99 VALUE ZEROS.
       77 W-DIARIA      PIC 9(06)V99 VALUE ZEROS.
       77 W-AVOS        PIC 9(02) VALUE ZEROS.
       77 W-VLFERPROP   PIC 9(06)V99 VALUE ZEROS.
       77 W-VLTERCO     PIC 9(06)V99 VALUE ZEROS.
       77 W-VLTOTAL     PIC 9(08)V99 VALUE ZEROS.
       77 W-REFCOMP     PIC 9(04) VALUE ZEROS.
       77 W-RSCTIPO     PIC X(01) VALUE SPACES.
       77 W-RSCPERC     PIC 9(02)V99 VALUE ZEROS.
       77 W-RSCVALOR    PIC 9(06)V99 VALUE ZEROS.
       77 W-RSCDIAS     PIC 9(02) VALUE ZEROS.
       77 W-STPPP       PIC X(02) VALUE "00".
       77 W-TEMPPP      PIC 9(01) VALUE ZEROS.
       77 W-STENT       PIC X(02) VALUE "00".
       77 W-STEPI       PIC X(02) VALUE "00".
       77 W-QTDEPI      PIC 9(03) VALUE ZEROS.
       77 W-STRSC       PIC X(02) VALUE "00".
       77 W-STBEN       PIC X(02) VALUE "00".
       77 W-STEMP       PIC X(02) VALUE "00".
       77 W-STVT        PIC X(02) VALUE "00".
       77 W-CMPOBITO    PIC 9(06) VALUE ZEROS.
       77 W-CMPBENFIM   PIC 9(06) VALUE ZEROS.
       77 W-QTDBEN      PIC 9(02) VALUE ZEROS.
       77 W-QTDEMP      PIC 9(02) VALUE ZEROS.
       77 W-QTDVT       PIC 9(01) VALUE ZEROS.
       77 W-MOTIVO      PIC 9(01) VALUE ZEROS.
       77 W-AVISOTIPO   PIC X(01) VALUE SPACES.
       77 W-AVISODIAS   PIC 9(02) VALUE ZEROS.
       77 W-ANOSCASA    PIC 9(02) VALUE ZEROS.
       77 W-MULTA       PIC 9(02) VALUE ZEROS.
       77 W-NUMDEP      PIC 9(02) VALUE ZEROS.
       77 W-VLAVISO     PIC 9(06)V99 VALUE ZEROS.
       77 W-INSSSAL     PIC 9(06)V99 VALUE ZEROS.
       77 W-IRRFSAL     PIC 9(06)V99 VALUE ZEROS.
       77 W-INSS13      PIC 9(06)V99 VALUE ZEROS.
       77 W-IRRF13      PIC 9(06)V99 VALUE ZEROS.
       77 W-VLDESC      PIC 9(08)V99 VALUE ZEROS.
       77 W-VLLIQ       PIC 9(08)V99 VALUE ZEROS.
       77 W-BASEFGTS    PIC 9(08)V99 VALUE ZEROS.
       77 W-VRBCOD      PIC 9(03) VALUE ZEROS.
       77 W-VRBTIPO     PIC X(01) VALUE SPACES.
       77 W-VRBDESC     PIC X(30) VALUE SPACES.
       77 W-VRBREF      PIC 9(03)V99 VALUE ZEROS.
       77 W-VRBVAL      PIC 9(08)V99 VALUE ZEROS.
       77 W-VRBINC      PIC X(03) VALUE SPACES.
       01 W-DESCMOTIVO  PIC X(30) VALUE SPACES.
       01 W-PPPEXPOSTO  PIC X(01) VALUE "N".
       01 W-PPPTAB.
          03 W-PPPQTD       PIC 9(02).
          03 W-PPPPER OCCURS 30 TIMES.
             05 W-PPPINI    PIC 9(08).
             05 W-PPPFIM    PIC 9(08).
             05 W-PPPDEPTO  PIC 9(03).
             05 W-PPPCARGO  PIC 9(03).
             05 W-PPPEXPOS  PIC X(01).
       01 WS-LINTRACO   PIC X(62) VALUE ALL "-".
       01 WS-CAB1       PIC X(62) VALUE
          "            TERMO DE RESCISAO DO CONTRATO DE TRABALHO".
             "TOTAL DAS VERBAS RESCISORIAS..".
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-TOTVAL     PIC Z.ZZZ.ZZZ,99.
       01 WS-LINMOTIVO.
          03 FILLER        PIC X(08) VALUE "MOTIVO: ".
          03 WS-MOTDESC    PIC X(30).
          03 FILLER        PIC X(08) VALUE " AVISO: ".
          03 WS-MOTDIAS    PIC Z9.
          03 FILLER        PIC X(06) VALUE " DIAS ".
          03 WS-MOTTIPO    PIC X(11).
          03 FILLER        PIC X(08) VALUE " MULTA: ".
          03 WS-MOTMULTA   PIC Z9.
          03 FILLER        PIC X(01) VALUE "%".
       01 WS-LINLIQ.
          03 FILLER        PIC X(30) VALUE
             "LIQUIDO A RECEBER.............".
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-LIQVAL     PIC Z.ZZZ.ZZZ,99.
       01 WS-CABEPI        PIC X(62) VALUE
          "EPI ENTREGUES E NAO DEVOLVIDOS (RECOLHER NO DESLIGAMENTO):".
       01 WS-LINEPI.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-EPIDATA    PIC 99/99/9999.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-EPIQTD     PIC ZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-EPICOD     PIC 9(04).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-EPIDESCR   PIC X(30).
          03 FILLER        PIC X(05) VALUE " CA: ".
          03 WS-EPICA      PIC 9(06).
       01 WS-LINENCDESC.
          03 FILLER        PIC X(32) VALUE
             "DESCONTOS ENCERRADOS - BENEF.: ".
          03 WS-ENCBEN     PIC Z9.
          03 FILLER        PIC X(07) VALUE "  VT: ".
          03 WS-ENCVT      PIC 9.
          03 FILLER        PIC X(14) VALUE "  EMPREST.: ".
          03 WS-ENCEMP     PIC Z9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFERIAS"
              GO TO ROT-FIMS.
       INC-OP1A.
           OPEN I-O CADRESC
           IF W-STRSC NOT = "00"
              IF W-STRSC = "30"
                 OPEN OUTPUT CADRESC
                 CLOSE CADRESC
                 GO TO INC-OP1A
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADRESC"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    W-STRSC
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRESC"
                 GO TO ROT-FIMS.
       INC-OP2.
           OPEN OUTPUT TERMORES
           IF ST-ERRO NOT = "00"
           IF ESTATUS NOT = "D" OR DATADEM = ZEROS
              DISPLAY "FUNCIONARIO SEM DEMISSAO REGISTRADA"
              GO TO RES-ENCERRA.
      *    EXPOSICAO A AGENTE NOCIVO EXIGE O PPP NO DESLIGAMENTO
           PERFORM VERIFICA-PPP THRU VERIFICA-PPP-FIM
           IF W-PPPEXPOSTO = "S"
              IF W-TEMPPP = ZEROS
                 DISPLAY "AVISO: EXPOSICAO A AGENTE NOCIVO SEM PPP "
                         "EMITIDO"
              ELSE IF PPPQTDPER < W-PPPQTD
                 DISPLAY "AVISO: PPP EMITIDO ANTES DA ULTIMA MUDANCA "
                         "DE SETOR/CARGO - REEMITIR".
      *    PCD SO SAI COM OUTRO PCD JA CONTRATADO QUANDO A
      *    EMPRESA FICA ABAIXO DA COTA (LEI 8.213 ART. 93)
           IF FUNCPCD = "S"
              PERFORM VERIFICA-COTA THRU VERIFICA-COTA-FIM.
      *    RESCISAO JA INCLUIDA NA REMESSA BANCARIA (FP201636)
      *    NAO PODE MAIS SER RECALCULADA
           MOVE W-CHAPA TO RSCCHAPA
           MOVE ZEROS   TO RSCVERBA
           READ CADRESC
           IF W-STRSC = "00" AND RSCSITUACAO = "R"
              DISPLAY "RESCISAO JA ENVIADA AO BANCO - RECALCULO "
                      "BLOQUEADO"
              GO TO RES-ENCERRA.
      *
      *****************************************
      * MOTIVO DO DESLIGAMENTO E AVISO PREVIO *
      *****************************************
       RES-MOTIVO.
           DISPLAY "MOTIVO: 1-SEM JUSTA CAUSA  2-JUSTA CAUSA  "
                   "3-PEDIDO DE DEMISSAO"
           DISPLAY "        4-ACORDO (ART.484-A)  5-CULPA RECIPROCA  "
                   "6-FIM DE CONTRATO"
           DISPLAY "        7-FALECIMENTO DO EMPREGADO"
           ACCEPT W-MOTIVO
           IF W-MOTIVO < 1 OR W-MOTIVO > 7
              DISPLAY "MOTIVO INVALIDO"
              GO TO RES-MOTIVO.
      *    JUSTA CAUSA SO COM MEDIDA DISCIPLINAR ANTERIOR
      *    REGISTRADA NO CADDISC (FP201799)
           IF W-MOTIVO = 2
              PERFORM VERIFICA-DISC THRU VERIFICA-DISC-FIM
              IF W-TEMDISC = ZEROS
                 DISPLAY "JUSTA CAUSA SEM MEDIDA DISCIPLINAR NO "
                         "CADDISC - INFORME OUTRO MOTIVO"
                 GO TO RES-MOTIVO.
           MOVE SPACES TO W-AVISOTIPO
           MOVE ZEROS  TO W-MULTA
           IF W-MOTIVO = 1
              MOVE "SEM JUSTA CAUSA"        TO W-DESCMOTIVO
              MOVE 40 TO W-MULTA.
           IF W-MOTIVO = 2
              MOVE "JUSTA CAUSA"            TO W-DESCMOTIVO.
           IF W-MOTIVO = 3
              MOVE "PEDIDO DE DEMISSAO"     TO W-DESCMOTIVO.
      *    ACORDO E CULPA RECIPROCA: AVISO INDENIZADO PELA
      *    METADE E MULTA DE 20%
           IF W-MOTIVO = 4
              MOVE "ACORDO (ART.484-A CLT)" TO W-DESCMOTIVO
              MOVE "I" TO W-AVISOTIPO
              MOVE 20 TO W-MULTA.
           IF W-MOTIVO = 5
              MOVE "CULPA RECIPROCA"        TO W-DESCMOTIVO
              MOVE "I" TO W-AVISOTIPO
              MOVE 20 TO W-MULTA.
           IF W-MOTIVO = 6
              MOVE "TERMINO DE CONTRATO"    TO W-DESCMOTIVO.
      *    FALECIMENTO: SEM AVISO E SEM MULTA; 13 E FERIAS
      *    PROPORCIONAIS INTEGRAIS AOS DEPENDENTES
           IF W-MOTIVO = 7
              MOVE "FALECIMENTO DO EMPREGADO" TO W-DESCMOTIVO
              GO TO RES-AVISODIAS.
       RES-GARANTIA.
      *    SEM ASO DEMISSIONAL NO CADASO A RESCISAO SAI
      *    COM AVISO (EXIGENCIA DA MEDICINA DO TRABALHO)
           PERFORM VERIFICA-ASO THRU VERIFICA-ASO-FIM
                    MOVE REGFUNC TO W-REGHIST
                    CALL "DL106" USING CHAPA W-HISTTIPO W-REGHIST
                                       W-OPERADOR.
           IF W-MOTIVO NOT = 1
              GO TO RES-AVISODIAS.
       RES-AVISOTIPO.
           DISPLAY "AVISO PREVIO  I-INDENIZADO  T-TRABALHADO: "
           ACCEPT W-AVISOTIPO
           IF W-AVISOTIPO = "i"
              MOVE "I" TO W-AVISOTIPO.
           IF W-AVISOTIPO = "t"
              MOVE "T" TO W-AVISOTIPO.
           IF W-AVISOTIPO NOT = "I" AND W-AVISOTIPO NOT = "T"
              GO TO RES-AVISOTIPO.
      *    LEI 12.506: 30 DIAS + 3 POR ANO COMPLETO, ATE 90
       RES-AVISODIAS.
           MOVE ZEROS TO W-AVISODIAS
           IF W-MOTIVO = 2 OR W-MOTIVO = 6 OR W-MOTIVO = 7
              GO TO RES-SALMENS.
           COMPUTE W-ANOSCASA = ANO OF DATADEM - ANO OF DATAADM
           IF (MES OF DATADEM * 100) + DIA OF DATADEM <
              (MES OF DATAADM * 100) + DIA OF DATAADM
              IF W-ANOSCASA > ZEROS
                 SUBTRACT 1 FROM W-ANOSCASA.
           COMPUTE W-AVISODIAS = 30 + (W-ANOSCASA * 3)
           IF W-AVISODIAS > 90
              MOVE 90 TO W-AVISODIAS.
      *
      *****************************************
      * SALARIO MENSAL DE REFERENCIA          *
              COMPUTE W-SALMENS ROUNDED = FUNCSALBASE * 30
           ELSE
              MOVE FUNCSALBASE TO W-SALMENS.
      *    ADICIONAL DE RISCO DO MES DA DEMISSAO INTEGRA A BASE
           COMPUTE W-REFCOMP = ((ANO OF DATADEM - 2000) * 100)
                             +  MES OF DATADEM
           CALL "DL108" USING FUNCDEPTO FUNCCARGO W-SALMENS W-REFCOMP
                              W-RSCTIPO W-RSCPERC W-RSCVALOR W-RSCDIAS
           ADD W-RSCVALOR TO W-SALMENS.
           COMPUTE W-DIARIA ROUNDED = W-SALMENS / 30.
      *
      *****************************************
       RES-FERPROP.
           COMPUTE W-VLFERPROP ROUNDED = (W-SALMENS * W-AVOS) / 12
           COMPUTE W-VLTERCO   ROUNDED = W-VLFERPROP / 3.
      *    JUSTA CAUSA PERDE 13 E FERIAS PROPORCIONAIS;
      *    CULPA RECIPROCA RECEBE A METADE (SUMULA 14 TST)
           IF W-MOTIVO = 2
              MOVE ZEROS TO W-VL13PROP W-VLFERPROP W-VLTERCO.
           IF W-MOTIVO = 5
              COMPUTE W-VL13PROP  ROUNDED = W-VL13PROP / 2
              COMPUTE W-VLFERPROP ROUNDED = W-VLFERPROP / 2
              COMPUTE W-VLTERCO   ROUNDED = W-VLFERPROP / 3.
      *
      *****************************************
      * AVISO PREVIO INDENIZADO               *
      *****************************************
       RES-AVISO.
           MOVE ZEROS TO W-VLAVISO
           IF W-AVISOTIPO NOT = "I"
              GO TO RES-IMPOSTOS.
           COMPUTE W-VLAVISO ROUNDED = W-DIARIA * W-AVISODIAS
           IF W-MOTIVO = 4 OR W-MOTIVO = 5
              COMPUTE W-VLAVISO ROUNDED = W-VLAVISO / 2.
      *
      *****************************************
      * INSS E IRRF SOBRE AS PARCELAS         *
      * TRIBUTAVEIS: SALDO DE SALARIO E, EM   *
      * SEPARADO, 13 SALARIO. AVISO E FERIAS  *
      * INDENIZADOS SAO ISENTOS. BASE DO FGTS *
      * = SALDO + AVISO + 13                  *
      *****************************************
       RES-IMPOSTOS.
           MOVE NUMFIL TO W-NUMDEP
           CALL "DL102" USING W-VLSALDOSAL W-NUMDEP W-REFCOMP
                              W-INSSSAL W-IRRFSAL
           CALL "DL102" USING W-VL13PROP W-NUMDEP W-REFCOMP
                              W-INSS13 W-IRRF13
           COMPUTE W-VLDESC = W-INSSSAL + W-IRRFSAL
                            + W-INSS13 + W-IRRF13
           COMPUTE W-BASEFGTS = W-VLSALDOSAL + W-VLAVISO + W-VL13PROP.
      *
      *****************************************
      * IMPRESSAO DO TERMO                    *
       RES-IMPRIME.
           COMPUTE W-VLTOTAL = W-VLSALDOSAL + W-VL13PROP
                             + W-VLFERVENC + W-VLFERPROP + W-VLTERCO
                             + W-VLAVISO
           COMPUTE W-VLLIQ = W-VLTOTAL - W-VLDESC
           MOVE SPACES      TO REGTERMORES
           MOVE WS-LINTRACO TO REGTERMORES
           WRITE REGTERMORES
           MOVE SPACES      TO REGTERMORES
           MOVE WS-LINDATAS TO REGTERMORES
           WRITE REGTERMORES
           MOVE W-DESCMOTIVO TO WS-MOTDESC
           MOVE W-AVISODIAS  TO WS-MOTDIAS
           MOVE SPACES       TO WS-MOTTIPO
           IF W-AVISOTIPO = "I"
              MOVE "INDENIZADO" TO WS-MOTTIPO.
           IF W-AVISOTIPO = "T"
              MOVE "TRABALHADO" TO WS-MOTTIPO.
           MOVE W-MULTA      TO WS-MOTMULTA
           MOVE SPACES       TO REGTERMORES
           MOVE WS-LINMOTIVO TO REGTERMORES
           WRITE REGTERMORES
           IF W-RSCVALOR > ZEROS
              IF W-RSCTIPO = "P"
                 MOVE "ADIC.PERICULOSIDADE NA BASE..." TO WS-VERBADESC
              ELSE
                 MOVE "ADIC.INSALUBRIDADE NA BASE...." TO WS-VERBADESC.
           IF W-RSCVALOR > ZEROS
              MOVE W-RSCVALOR   TO WS-VERBAVAL
              PERFORM RES-VERBA THRU RES-VERBA-FIM.
           MOVE SPACES      TO REGTERMORES
           WRITE REGTERMORES
           MOVE "SALDO DE SALARIO.............." TO WS-VERBADESC
           MOVE "1/3 SOBRE FERIAS PROPORCIONAIS" TO WS-VERBADESC
           MOVE W-VLTERCO    TO WS-VERBAVAL
           PERFORM RES-VERBA THRU RES-VERBA-FIM
           MOVE "AVISO PREVIO INDENIZADO......." TO WS-VERBADESC
           MOVE W-VLAVISO    TO WS-VERBAVAL
           PERFORM RES-VERBA THRU RES-VERBA-FIM
           MOVE SPACES      TO REGTERMORES
           WRITE REGTERMORES
           MOVE W-VLTOTAL   TO WS-TOTVAL
           MOVE SPACES      TO REGTERMORES
           MOVE WS-LINTOTAL TO REGTERMORES
           WRITE REGTERMORES
           MOVE "(-) INSS SOBRE SALDO SALARIO.." TO WS-VERBADESC
           MOVE W-INSSSAL    TO WS-VERBAVAL
           PERFORM RES-VERBA THRU RES-VERBA-FIM
           MOVE "(-) IRRF SOBRE SALDO SALARIO.." TO WS-VERBADESC
           MOVE W-IRRFSAL    TO WS-VERBAVAL
           PERFORM RES-VERBA THRU RES-VERBA-FIM
           MOVE "(-) INSS SOBRE 13 SALARIO....." TO WS-VERBADESC
           MOVE W-INSS13     TO WS-VERBAVAL
           PERFORM RES-VERBA THRU RES-VERBA-FIM
           MOVE "(-) IRRF SOBRE 13 SALARIO....." TO WS-VERBADESC
           MOVE W-IRRF13     TO WS-VERBAVAL
           PERFORM RES-VERBA THRU RES-VERBA-FIM
           MOVE W-VLLIQ     TO WS-LIQVAL
           MOVE SPACES      TO REGTERMORES
           MOVE WS-LINLIQ   TO REGTERMORES
           WRITE REGTERMORES
           PERFORM RES-EPI THRU RES-EPI-FIM
           MOVE SPACES      TO REGTERMORES
           MOVE WS-LINTRACO TO REGTERMORES
           WRITE REGTERMORES
           IF W-QTDEPI > ZEROS
              DISPLAY "AVISO: EPI NAO DEVOLVIDOS: " W-QTDEPI.
           PERFORM RES-GRAVA THRU RES-GRAVA-FIM
           IF W-MOTIVO = 7 AND W-STRSC = "00"
              PERFORM RES-OBITO THRU RES-OBITO-FIM.
           DISPLAY "TERMO DE RESCISAO GERADO EM TERMORES.DAT".
      *
       RES-ENCERRA.
           CLOSE CADFUNC CADFERIAS CADRESC TERMORES
           GO TO ROT-FIMS.
      *
      *****************************************
      * GRAVACAO NO CADRESC - APAGA O CALCULO *
      * ANTERIOR DA CHAPA E GRAVA CABECALHO   *
      * (000) E AS VERBAS (INCIDENCIAS INSS/  *
      * IRRF/FGTS EM S/N)                     *
      *****************************************
       RES-GRAVA.
           MOVE W-CHAPA TO RSCCHAPA
           MOVE ZEROS   TO RSCVERBA
           START CADRESC KEY NOT < RSCCHAVE
           IF W-STRSC NOT = "00"
              GO TO RES-GRAVA-CAB.
       RES-GRAVA-APAGA.
           READ CADRESC NEXT RECORD
           IF W-STRSC NOT = "00"
              GO TO RES-GRAVA-CAB.
           IF RSCCHAPA NOT = W-CHAPA
              GO TO RES-GRAVA-CAB.
           DELETE CADRESC RECORD
           GO TO RES-GRAVA-APAGA.
       RES-GRAVA-CAB.
           MOVE SPACES       TO REGRESC
           MOVE W-CHAPA      TO RSCCHAPA
           MOVE ZEROS        TO RSCVERBA
           MOVE "C"          TO RSCTIPO
           MOVE W-MOTIVO     TO RSCMOTIVO
           MOVE W-AVISOTIPO  TO RSCAVISOTIPO
           MOVE W-AVISODIAS  TO RSCAVISODIAS
           COMPUTE RSCDTDEM = (ANO OF DATADEM * 10000)
                            + (MES OF DATADEM * 100)
                            +  DIA OF DATADEM
           MOVE FUNCCDC      TO RSCCDC
           MOVE W-MULTA      TO RSCMULTA
           MOVE W-VLTOTAL    TO RSCBRUTO
           COMPUTE RSCINSS = W-INSSSAL + W-INSS13
           COMPUTE RSCIRRF = W-IRRFSAL + W-IRRF13
           MOVE W-VLLIQ      TO RSCLIQUIDO
           MOVE W-BASEFGTS   TO RSCBASEFGTS
           MOVE "P"          TO RSCSITUACAO
           MOVE ZEROS        TO RSCREMMES RSCREMANO
           MOVE ZEROS        TO RSCFGTSGRRF RSCMULTAVAL
           ACCEPT RSCDTCALC FROM DATE
           WRITE REGRESC
           IF W-STRSC NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRESC"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STRSC
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADRESC"
              GO TO RES-GRAVA-FIM.
           MOVE "P" TO W-VRBTIPO
           MOVE 001 TO W-VRBCOD
           MOVE "SALDO DE SALARIO"              TO W-VRBDESC
           MOVE DIA OF DATADEM TO W-VRBREF
           MOVE W-VLSALDOSAL   TO W-VRBVAL
           MOVE "SSS"          TO W-VRBINC
           PERFORM RES-GRAVA-VERBA THRU RES-GRAVA-VERBA-FIM
           MOVE 002 TO W-VRBCOD
           MOVE "AVISO PREVIO INDENIZADO"       TO W-VRBDESC
           MOVE W-AVISODIAS    TO W-VRBREF
           MOVE W-VLAVISO      TO W-VRBVAL
           MOVE "NNS"          TO W-VRBINC
           PERFORM RES-GRAVA-VERBA THRU RES-GRAVA-VERBA-FIM
           MOVE 003 TO W-VRBCOD
           MOVE "13 SALARIO PROPORCIONAL"       TO W-VRBDESC
           MOVE W-AVOS         TO W-VRBREF
           MOVE W-VL13PROP     TO W-VRBVAL
           MOVE "SSS"          TO W-VRBINC
           PERFORM RES-GRAVA-VERBA THRU RES-GRAVA-VERBA-FIM
           MOVE 004 TO W-VRBCOD
           MOVE "FERIAS VENCIDAS + 1/3"         TO W-VRBDESC
           MOVE W-SALDOFER     TO W-VRBREF
           MOVE W-VLFERVENC    TO W-VRBVAL
           MOVE "NNN"          TO W-VRBINC
           PERFORM RES-GRAVA-VERBA THRU RES-GRAVA-VERBA-FIM
           MOVE 005 TO W-VRBCOD
           MOVE "FERIAS PROPORCIONAIS"          TO W-VRBDESC
           MOVE W-AVOS         TO W-VRBREF
           MOVE W-VLFERPROP    TO W-VRBVAL
           PERFORM RES-GRAVA-VERBA THRU RES-GRAVA-VERBA-FIM
           MOVE 006 TO W-VRBCOD
           MOVE "1/3 SOBRE FERIAS PROPORCIONAIS" TO W-VRBDESC
           MOVE ZEROS          TO W-VRBREF
           MOVE W-VLTERCO      TO W-VRBVAL
           PERFORM RES-GRAVA-VERBA THRU RES-GRAVA-VERBA-FIM
           MOVE "D" TO W-VRBTIPO
           MOVE "NNN"          TO W-VRBINC
           MOVE 101 TO W-VRBCOD
           MOVE "INSS SOBRE SALDO DE SALARIO"   TO W-VRBDESC
           MOVE W-INSSSAL      TO W-VRBVAL
           PERFORM RES-GRAVA-VERBA THRU RES-GRAVA-VERBA-FIM
           MOVE 102 TO W-VRBCOD
           MOVE "IRRF SOBRE SALDO DE SALARIO"   TO W-VRBDESC
           MOVE W-NUMDEP       TO W-VRBREF
           MOVE W-IRRFSAL      TO W-VRBVAL
           PERFORM RES-GRAVA-VERBA THRU RES-GRAVA-VERBA-FIM
           MOVE ZEROS          TO W-VRBREF
           MOVE 103 TO W-VRBCOD
           MOVE "INSS SOBRE 13 SALARIO"         TO W-VRBDESC
           MOVE W-INSS13       TO W-VRBVAL
           PERFORM RES-GRAVA-VERBA THRU RES-GRAVA-VERBA-FIM
           MOVE 104 TO W-VRBCOD
           MOVE "IRRF SOBRE 13 SALARIO"         TO W-VRBDESC
           MOVE W-NUMDEP       TO W-VRBREF
           MOVE W-IRRF13       TO W-VRBVAL
           PERFORM RES-GRAVA-VERBA THRU RES-GRAVA-VERBA-FIM
           MOVE "I" TO W-VRBTIPO
           MOVE 902 TO W-VRBCOD
           MOVE "BASE DO FGTS RESCISORIO"       TO W-VRBDESC
           MOVE ZEROS          TO W-VRBREF
           MOVE W-BASEFGTS     TO W-VRBVAL
           PERFORM RES-GRAVA-VERBA THRU RES-GRAVA-VERBA-FIM
           DISPLAY "RESCISAO GRAVADA NO CADRESC - LIQUIDO: " W-VLLIQ.
       RES-GRAVA-FIM.
           EXIT.
      *
      *****************************************
      * FALECIMENTO - ENCERRA OS DESCONTOS EM *
      * ABERTO DA CHAPA NA DATA DO OBITO      *
      *****************************************
       RES-OBITO.
           MOVE ZEROS TO W-QTDBEN W-QTDEMP W-QTDVT
           COMPUTE W-CMPOBITO = ((ANO OF DATADEM - 2000) * 10000)
                              + (MES OF DATADEM * 100)
                              +  DIA OF DATADEM
           OPEN I-O CADBENEF
           IF W-STBEN NOT = "00"
              GO TO RES-OBITO-VT.
           MOVE W-CHAPA TO BENCHAPA
           MOVE ZEROS   TO BENTIPO
           START CADBENEF KEY NOT < BENCHAVE
           IF W-STBEN NOT = "00"
              GO TO RES-OBITO-BENENC.
       RES-OBITO-BEN.
           READ CADBENEF NEXT RECORD
           IF W-STBEN NOT = "00"
              GO TO RES-OBITO-BENENC.
           IF BENCHAPA NOT = W-CHAPA
              GO TO RES-OBITO-BENENC.
           COMPUTE W-CMPBENFIM = (ANO OF BENFIM * 10000)
                               + (MES OF BENFIM * 100)
                               +  DIA OF BENFIM
           IF BENFIM NOT = ZEROS AND W-CMPBENFIM NOT > W-CMPOBITO
              GO TO RES-OBITO-BEN.
           MOVE DIA OF DATADEM TO DIA OF BENFIM
           MOVE MES OF DATADEM TO MES OF BENFIM
           COMPUTE ANO OF BENFIM = ANO OF DATADEM - 2000
           REWRITE REGBENEF
           IF W-STBEN = "00"
              ADD 1 TO W-QTDBEN.
           GO TO RES-OBITO-BEN.
       RES-OBITO-BENENC.
           CLOSE CADBENEF.
       RES-OBITO-VT.
           OPEN I-O CADVT
           IF W-STVT NOT = "00"
              GO TO RES-OBITO-EMP.
           MOVE W-CHAPA TO VTCHAPA
           READ CADVT
           IF W-STVT = "00" AND VTATIVO = "S"
              MOVE "N" TO VTATIVO
              REWRITE REGVT
              IF W-STVT = "00"
                 MOVE 1 TO W-QTDVT.
           CLOSE CADVT.
       RES-OBITO-EMP.
           OPEN I-O CADEMPREST
           IF W-STEMP NOT = "00"
              GO TO RES-OBITO-TERMO.
           MOVE W-CHAPA TO EMPCHAPA
           MOVE ZEROS   TO EMPSEQ
           START CADEMPREST KEY NOT < EMPCHAVE
           IF W-STEMP NOT = "00"
              GO TO RES-OBITO-EMPENC.
       RES-OBITO-EMPLE.
           READ CADEMPREST NEXT RECORD
           IF W-STEMP NOT = "00"
              GO TO RES-OBITO-EMPENC.
           IF EMPCHAPA NOT = W-CHAPA
              GO TO RES-OBITO-EMPENC.
           IF EMPRESTPARC = ZEROS
              GO TO RES-OBITO-EMPLE.
           MOVE ZEROS TO EMPRESTPARC
           REWRITE REGEMPREST
           IF W-STEMP = "00"
              ADD 1 TO W-QTDEMP.
           GO TO RES-OBITO-EMPLE.
       RES-OBITO-EMPENC.
           CLOSE CADEMPREST.
       RES-OBITO-TERMO.
           MOVE W-QTDBEN      TO WS-ENCBEN
           MOVE W-QTDVT       TO WS-ENCVT
           MOVE W-QTDEMP      TO WS-ENCEMP
           MOVE SPACES        TO REGTERMORES
           MOVE WS-LINENCDESC TO REGTERMORES
           WRITE REGTERMORES
           DISPLAY "DESCONTOS ENCERRADOS - BENEFICIOS: " W-QTDBEN
                   "  VT: " W-QTDVT "  EMPRESTIMOS: " W-QTDEMP
           DISPLAY "FALECIMENTO - INFORMAR O RATEIO AOS DEPENDENTES "
                   "NO FP201803".
       RES-OBITO-FIM.
           EXIT.
      *
       RES-GRAVA-VERBA.
           IF W-VRBVAL = ZEROS
              GO TO RES-GRAVA-VERBA-FIM.
           MOVE SPACES      TO REGRESC
           MOVE W-CHAPA     TO RSCCHAPA
           MOVE W-VRBCOD    TO RSCVERBA
           MOVE W-VRBTIPO   TO RSCTIPO
           MOVE W-VRBDESC   TO RSCDESCR
           MOVE W-VRBREF    TO RSCREFER
           MOVE W-VRBVAL    TO RSCVALOR
           MOVE W-VRBINC (1:1) TO RSCINCINSS
           MOVE W-VRBINC (2:1) TO RSCINCIRRF
           MOVE W-VRBINC (3:1) TO RSCINCFGTS
           WRITE REGRESC
           IF W-STRSC NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRESC"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STRSC.
       RES-GRAVA-VERBA-FIM.
           EXIT.
      *
      *****************************************
      * EXISTE ASO DEMISSIONAL PARA A CHAPA?  *
      *****************************************
       VERIFICA-ASO.
           EXIT.
      *
      *****************************************
      * EXISTE MEDIDA DISCIPLINAR (ADVERTENCIA*
      * OU SUSPENSAO) PARA A CHAPA?           *
      *****************************************
       VERIFICA-DISC.
           MOVE ZEROS TO W-TEMDISC
           OPEN INPUT CADDISC
           IF W-STDSC NOT = "00"
              GO TO VERIFICA-DISC-FIM.
           MOVE CHAPA TO DSCCHAPA
           MOVE ZEROS TO DSCSEQ
           START CADDISC KEY NOT < DSCCHAVE
           IF W-STDSC NOT = "00"
              GO TO VERIFICA-DISC-ENC.
           READ CADDISC NEXT RECORD
           IF W-STDSC NOT = "00"
              GO TO VERIFICA-DISC-ENC.
           IF DSCCHAPA = CHAPA
              MOVE 1 TO W-TEMDISC.
       VERIFICA-DISC-ENC.
           CLOSE CADDISC.
       VERIFICA-DISC-FIM.
           EXIT.
      *
      *****************************************
      * HISTORICO DE EXPOSICAO (DL109) E PPP  *
      * JA EMITIDO PARA A CHAPA (CADPPP)      *
      *****************************************
       VERIFICA-PPP.
           MOVE ZEROS TO W-TEMPPP
           MOVE REGFUNC TO W-REGHIST
           CALL "DL109" USING W-REGHIST W-PPPTAB W-PPPEXPOSTO
           IF W-PPPEXPOSTO NOT = "S"
              GO TO VERIFICA-PPP-FIM.
           OPEN INPUT CADPPP
           IF W-STPPP NOT = "00"
              GO TO VERIFICA-PPP-FIM.
           MOVE CHAPA TO PPPCHAPA
           READ CADPPP
           IF W-STPPP = "00"
              MOVE 1 TO W-TEMPPP.
           CLOSE CADPPP.
       VERIFICA-PPP-FIM.
           EXIT.
      *
      *****************************************
      * ESTABILIDADE VIGENTE NA DATA DA       *
      * DEMISSAO (FIM ZERADO = EM ABERTO)     *
      *****************************************
           CLOSE CADESTAB.
       VERIFICA-ESTAB-FIM.
           EXIT.
      *
      *****************************************
      * COTA DE PCD DA EMPRESA SEM A CHAPA    *
      *****************************************
       VERIFICA-COTA.
           CALL "DL113" USING FUNCEMPRESA CHAPA W-COTATIVOS W-COTPCD
                              W-COTAPCD W-COTBASEAPR W-COTAPREND
                              W-COTAPRMIN W-COTAPRMAX
           IF W-COTPCD < W-COTAPCD
              DISPLAY "AVISO: DESLIGAMENTO DE PCD DEIXA A EMPRESA "
                      "ABAIXO DA COTA"
              DISPLAY "       COTA: " W-COTAPCD "  PCD ATIVOS: "
                      W-COTPCD " - CONTRATAR SUBSTITUTO PCD".
       VERIFICA-COTA-FIM.
           EXIT.
      *
       RES-EPI.
           MOVE ZEROS TO W-QTDEPI
           OPEN INPUT CADEPIENT
           IF W-STENT NOT = "00"
              GO TO RES-EPI-FIM.
           OPEN INPUT CADEPI
           MOVE CHAPA TO ENTCHAPA
           MOVE ZEROS TO ENTSEQ
           START CADEPIENT KEY NOT < ENTCHAVE
           IF W-STENT NOT = "00"
              GO TO RES-EPI-ENC.
       RES-EPI-LE.
           READ CADEPIENT NEXT RECORD
           IF W-STENT NOT = "00"
              GO TO RES-EPI-ENC.
           IF ENTCHAPA NOT = CHAPA
              GO TO RES-EPI-ENC.
           IF ENTDEVOL NOT = ZEROS
              GO TO RES-EPI-LE.
           IF W-QTDEPI = ZEROS
              MOVE SPACES    TO REGTERMORES
              WRITE REGTERMORES
              MOVE WS-CABEPI TO REGTERMORES
              WRITE REGTERMORES.
           MOVE SPACES TO EPIDESCR
           IF W-STEPI = "00"
              MOVE ENTEPI TO EPICODIGO
              READ CADEPI
              IF W-STEPI NOT = "00"
                 MOVE SPACES TO EPIDESCR
                 MOVE "00"   TO W-STEPI.
           MOVE ENTDATA  TO WS-EPIDATA
           MOVE ENTQTD   TO WS-EPIQTD
           MOVE ENTEPI   TO WS-EPICOD
           MOVE EPIDESCR TO WS-EPIDESCR
           MOVE ENTCA    TO WS-EPICA
           MOVE SPACES    TO REGTERMORES
           MOVE WS-LINEPI TO REGTERMORES
           WRITE REGTERMORES
           ADD 1 TO W-QTDEPI
           GO TO RES-EPI-LE.
       RES-EPI-ENC.
           CLOSE CADEPIENT
           IF W-STEPI = "00"
              CLOSE CADEPI.
       RES-EPI-FIM.
           EXIT.
      *
       RES-VERBA.
           MOVE SPACES      TO REGTERMORES
