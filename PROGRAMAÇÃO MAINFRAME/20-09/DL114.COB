       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL114.
       AUTHOR. LEONARDO.
      **************************************
      * ROTINA DO CHECKLIST DE ADMISSAO,   *
      * DEMISSAO E TRANSFERENCIA           *
      **************************************
      * FUNCAO G = GERA O CHECKLIST DA CHAPA PARA O
      *   EVENTO (A = ADMISSAO, D = DEMISSAO,
      *   T = TRANSFERENCIA) COPIANDO OS ITENS DO
      *   MODELO (CADCHKMOD, FP201777) NUMA NOVA
      *   OCORRENCIA DO CADCHK, E JA FAZ A BAIXA
      *   AUTOMATICA DA CHAPA (FUNCAO V)
      * FUNCAO V = BAIXA AUTOMATICA DOS ITENS
      *   PENDENTES QUE DEPENDEM DE CADASTRO, QUANDO
      *   O REGISTRO JA EXISTE (CHAPA ZEROS = TODAS):
      *   A = ASO ADMISSIONAL NO CADASO
      *   D = ASO DEMISSIONAL NO CADASO
      *       (ASO DE ATE 2 MESES ANTES DA ABERTURA)
      *   B = DADOS BANCARIOS NO CADBANCO
      *   V = OPCAO DE VALE-TRANSPORTE NO CADVT
      *   C = CONTRATO NO CADCONTR (FP201735)
      * DEVOLVE EM DL114-QTDE OS ITENS GERADOS (G)
      * OU BAIXADOS (V). NO ESTILO DO DL106: ABRE,
      * GRAVA E FECHA; SEM O MODELO NAO GERA NADA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCHKMOD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CKMCHAVE
                    FILE STATUS  IS W-STCHK.

           SELECT CADCHK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHKCHAVE
                    FILE STATUS  IS W-STCHK.

           SELECT CADASO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ASOCHAVE
                    FILE STATUS  IS W-STFON
                    ALTERNATE RECORD KEY IS ASOCHAPA
                               WITH DUPLICATES.

           SELECT CADBANCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCOCHAPA
                    FILE STATUS  IS W-STFON.

           SELECT CADVT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VTCHAPA
                    FILE STATUS  IS W-STFON.

           SELECT CADCONTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTRCHAPA
                    FILE STATUS  IS W-STFON.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCHKMOD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHKMOD.DAT".
       01 REGCHKMOD.
                03 CKMCHAVE.
                   05 CKMEVENTO      PIC X(01).
                   05 CKMITEM        PIC 9(02).
                03 CKMDESCR          PIC X(30).
                03 CKMAUTO           PIC X(01).
                03 FILLER            PIC X(16).

       FD CADCHK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHK.DAT".
       01 REGCHK.
                03 CHKCHAVE.
                   05 CHKCHAPA       PIC 9(05).
                   05 CHKOCOR        PIC 9(02).
                   05 CHKITEM        PIC 9(02).
                03 CHKEVENTO         PIC X(01).
                03 CHKDESCR          PIC X(30).
                03 CHKAUTO           PIC X(01).
                03 CHKDTABERT        PIC 9(06).
                03 CHKSITUACAO       PIC X(01).
                03 CHKDTFECHA        PIC 9(06).
                03 CHKOPER           PIC X(08).
                03 FILLER            PIC X(10).

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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-STCHK      PIC X(02) VALUE "00".
       77 W-STFON      PIC X(02) VALUE "00".
       77 W-OCORLIVRE  PIC 9(02) VALUE ZEROS.
       77 W-TEMASO     PIC X(01) VALUE "N".
       77 W-TEMBCO     PIC X(01) VALUE "N".
       77 W-TEMVT      PIC X(01) VALUE "N".
       77 W-TEMCTR     PIC X(01) VALUE "N".
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-TIPOASO    PIC X(01) VALUE SPACES.
       77 W-CMPASO     PIC 9(08) VALUE ZEROS.
       77 W-CMPLIM     PIC 9(08) VALUE ZEROS.
       77 W-LIMANO     PIC 9(04) VALUE ZEROS.
       77 W-LIMMES     PIC 9(02) VALUE ZEROS.
       01 W-HOJECHK    PIC 9(06) VALUE ZEROS.
       01 W-ABERT      PIC 9(06) VALUE ZEROS.
       01 W-ABERTR REDEFINES W-ABERT.
          03 W-ABERTANO PIC 9(02).
          03 W-ABERTMES PIC 9(02).
          03 W-ABERTDIA PIC 9(02).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 DL114-FUNCAO   PIC X(01).
       01 DL114-CHAPA    PIC 9(05).
       01 DL114-EVENTO   PIC X(01).
       01 DL114-QTDE     PIC 9(03).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING DL114-FUNCAO DL114-CHAPA
                                 DL114-EVENTO DL114-QTDE.
       CHK-000.
           ACCEPT W-HOJECHK FROM DATE
           MOVE ZEROS TO DL114-QTDE
           IF DL114-FUNCAO = "V"
              GO TO BXA-000.
           IF DL114-FUNCAO NOT = "G"
              GO TO CHK-FIM.
      *
      **********************
      * GERACAO            *
      **********************
      *
       GER-000.
           OPEN INPUT CADCHKMOD
           IF W-STCHK NOT = "00"
              GO TO CHK-FIM.
       GER-010.
           OPEN I-O CADCHK
           IF W-STCHK NOT = "00"
              IF W-STCHK = "30"
                 OPEN OUTPUT CADCHK
                 CLOSE CADCHK
                 GO TO GER-010
              ELSE
                 CLOSE CADCHKMOD
                 GO TO CHK-FIM.
      *    PROXIMA OCORRENCIA DA CHAPA
       GER-020.
           MOVE ZEROS       TO W-OCORLIVRE
           MOVE DL114-CHAPA TO CHKCHAPA
           MOVE ZEROS       TO CHKOCOR CHKITEM
           START CADCHK KEY NOT < CHKCHAVE
           IF W-STCHK NOT = "00"
              GO TO GER-030.
       GER-020-LE.
           READ CADCHK NEXT RECORD
           IF W-STCHK NOT = "00"
              GO TO GER-030.
           IF CHKCHAPA NOT = DL114-CHAPA
              GO TO GER-030.
           MOVE CHKOCOR TO W-OCORLIVRE
           GO TO GER-020-LE.
       GER-030.
           IF W-OCORLIVRE = 99
              GO TO GER-FECHA.
           ADD 1 TO W-OCORLIVRE
           MOVE DL114-EVENTO TO CKMEVENTO
           MOVE ZEROS        TO CKMITEM
           START CADCHKMOD KEY NOT < CKMCHAVE
           IF W-STCHK NOT = "00"
              GO TO GER-FECHA.
       GER-040.
           READ CADCHKMOD NEXT RECORD
           IF W-STCHK NOT = "00"
              GO TO GER-FECHA.
           IF CKMEVENTO NOT = DL114-EVENTO
              GO TO GER-FECHA.
           MOVE SPACES       TO REGCHK
           MOVE DL114-CHAPA  TO CHKCHAPA
           MOVE W-OCORLIVRE  TO CHKOCOR
           MOVE CKMITEM      TO CHKITEM
           MOVE CKMEVENTO    TO CHKEVENTO
           MOVE CKMDESCR     TO CHKDESCR
           MOVE CKMAUTO      TO CHKAUTO
           MOVE W-HOJECHK    TO CHKDTABERT
           MOVE "P"          TO CHKSITUACAO
           MOVE ZEROS        TO CHKDTFECHA
           WRITE REGCHK
           IF W-STCHK = "00"
              ADD 1 TO DL114-QTDE.
           GO TO GER-040.
       GER-FECHA.
           CLOSE CADCHKMOD CADCHK.
           IF DL114-QTDE = ZEROS
              GO TO CHK-FIM.
      *
      **********************
      * BAIXA AUTOMATICA   *
      **********************
      *
       BXA-000.
           OPEN I-O CADCHK
           IF W-STCHK NOT = "00"
              GO TO CHK-FIM.
           MOVE "N" TO W-TEMASO W-TEMBCO W-TEMVT W-TEMCTR
           OPEN INPUT CADASO
           IF W-STFON = "00"
              MOVE "S" TO W-TEMASO.
           OPEN INPUT CADBANCO
           IF W-STFON = "00"
              MOVE "S" TO W-TEMBCO.
           OPEN INPUT CADVT
           IF W-STFON = "00"
              MOVE "S" TO W-TEMVT.
           OPEN INPUT CADCONTR
           IF W-STFON = "00"
              MOVE "S" TO W-TEMCTR.
           MOVE DL114-CHAPA TO CHKCHAPA
           MOVE ZEROS       TO CHKOCOR CHKITEM
           START CADCHK KEY NOT < CHKCHAVE
           IF W-STCHK NOT = "00"
              GO TO BXA-FECHA.
       BXA-010.
           READ CADCHK NEXT RECORD
           IF W-STCHK NOT = "00"
              GO TO BXA-FECHA.
           IF DL114-CHAPA NOT = ZEROS AND CHKCHAPA NOT = DL114-CHAPA
              GO TO BXA-FECHA.
           IF CHKSITUACAO NOT = "P" OR CHKAUTO = SPACES
              GO TO BXA-010.
           MOVE "N" TO W-ACHOU
           IF CHKAUTO = "A" OR CHKAUTO = "D"
              PERFORM BXA-ASO THRU BXA-ASO-FIM.
           IF CHKAUTO = "B" AND W-TEMBCO = "S"
              MOVE CHKCHAPA TO BCOCHAPA
              READ CADBANCO
              IF W-STFON = "00"
                 MOVE "S" TO W-ACHOU.
           IF CHKAUTO = "V" AND W-TEMVT = "S"
              MOVE CHKCHAPA TO VTCHAPA
              READ CADVT
              IF W-STFON = "00"
                 MOVE "S" TO W-ACHOU.
           IF CHKAUTO = "C" AND W-TEMCTR = "S"
              MOVE CHKCHAPA TO CTRCHAPA
              READ CADCONTR
              IF W-STFON = "00"
                 MOVE "S" TO W-ACHOU.
           IF W-ACHOU NOT = "S"
              GO TO BXA-010.
           MOVE "F"        TO CHKSITUACAO
           MOVE W-HOJECHK  TO CHKDTFECHA
           MOVE "AUTOMAT." TO CHKOPER
           REWRITE REGCHK
           IF W-STCHK = "00"
              ADD 1 TO DL114-QTDE.
           GO TO BXA-010.
       BXA-FECHA.
           CLOSE CADCHK
           IF W-TEMASO = "S"
              CLOSE CADASO.
           IF W-TEMBCO = "S"
              CLOSE CADBANCO.
           IF W-TEMVT = "S"
              CLOSE CADVT.
           IF W-TEMCTR = "S"
              CLOSE CADCONTR.
           GO TO CHK-FIM.
      *
      *****************************************
      * ASO DO TIPO DO ITEM (A OU D) FEITO A  *
      * PARTIR DE 2 MESES ANTES DA ABERTURA   *
      *****************************************
       BXA-ASO.
           IF W-TEMASO NOT = "S"
              GO TO BXA-ASO-FIM.
           MOVE CHKAUTO    TO W-TIPOASO
           MOVE CHKDTABERT TO W-ABERT
           COMPUTE W-LIMANO = 2000 + W-ABERTANO
           MOVE W-ABERTMES TO W-LIMMES
           IF W-LIMMES > 2
              SUBTRACT 2 FROM W-LIMMES
           ELSE
              ADD 10 TO W-LIMMES
              SUBTRACT 1 FROM W-LIMANO.
           COMPUTE W-CMPLIM = (W-LIMANO * 10000) + (W-LIMMES * 100)
                            + W-ABERTDIA
           MOVE CHKCHAPA TO ASOCHAPA
           START CADASO KEY NOT < ASOCHAPA
           IF W-STFON NOT = "00"
              GO TO BXA-ASO-FIM.
       BXA-ASO-LE.
           READ CADASO NEXT RECORD
           IF W-STFON NOT = "00"
              GO TO BXA-ASO-FIM.
           IF ASOCHAPA NOT = CHKCHAPA
              GO TO BXA-ASO-FIM.
           IF ASOTIPO NOT = W-TIPOASO
              GO TO BXA-ASO-LE.
           COMPUTE W-CMPASO = (ANO OF ASODATA * 10000)
                            + (MES OF ASODATA * 100)
                            +  DIA OF ASODATA
           IF W-CMPASO < W-CMPLIM
              GO TO BXA-ASO-LE.
           MOVE "S" TO W-ACHOU.
       BXA-ASO-FIM.
           EXIT.
      *
       CHK-FIM.
           EXIT PROGRAM.
