       IDENTIFICATION DIVISION.
       PROGRAM-ID. FP201745.
       AUTHOR. LEONARDO.
      **************************************
      * FICHA DE ENTREGA DE EPI            *
      **************************************
      * PARA CADA CHAPA INFORMADA IMPRIME NO RELFEPI
      * A FICHA DE CONTROLE DE EPI PARA ASSINATURA:
      * IDENTIFICACAO, SETOR, CARGO, TERMO DE
      * RESPONSABILIDADE E UMA LINHA POR ENTREGA DO
      * CADEPIENT (DATA, QTDE, EPI, CA, DEVOLUCAO E
      * CAMPO PARA A ASSINATURA DO EMPREGADO)
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

           SELECT CADEPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EPICODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS EPIDESCR
                               WITH DUPLICATES.

           SELECT CADEPIENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENTCHAVE
                    FILE STATUS  IS W-STENT
                    ALTERNATE RECORD KEY IS ENTCHAPA
                               WITH DUPLICATES.

           SELECT RELFEPI ASSIGN TO DISK
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

       FD RELFEPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELFEPI.DAT".
       01 REGRELFEPI PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 W-STENT       PIC X(02) VALUE "00".
       77 W-DL101-PROG  PIC X(08) VALUE "FP201745".
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-CHAPA       PIC 9(05) VALUE ZEROS.
       77 W-QTDENT      PIC 9(03) VALUE ZEROS.
       77 W-TOTFICHA    PIC 9(05) VALUE ZEROS.
       01 W-SYSDATA     PIC 9(06) VALUE ZEROS.
       01 W-SYSDATAR REDEFINES W-SYSDATA.
          03 W-SYSANO   PIC 9(02).
          03 W-SYSMES   PIC 9(02).
          03 W-SYSDIA   PIC 9(02).
       01 WS-LINTRACO   PIC X(100) VALUE ALL "-".
       01 WS-CAB1.
          03 FILLER        PIC X(60) VALUE
             "          FICHA DE CONTROLE DE ENTREGA DE EPI".
          03 FILLER        PIC X(09) VALUE "EMISSAO: ".
          03 WS-CABDIA     PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 WS-CABMES     PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 WS-CABANO     PIC 9(02).
       01 WS-LINFUNC.
          03 FILLER        PIC X(07) VALUE "CHAPA: ".
          03 WS-CHAPA      PIC 9(05).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 WS-NOME       PIC X(35).
          03 FILLER        PIC X(07) VALUE "  CPF: ".
          03 WS-CPF        PIC 999.999.999B99.
       01 WS-LINSETOR.
          03 FILLER        PIC X(07) VALUE "SETOR: ".
          03 WS-DEPTO      PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-DEPTONM    PIC X(15).
          03 FILLER        PIC X(09) VALUE "  CARGO: ".
          03 WS-CARGO      PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-CARGONM    PIC X(15).
          03 FILLER        PIC X(12) VALUE "  ADMISSAO: ".
          03 WS-DATAADM    PIC 99/99/9999.
       01 WS-TERMO1        PIC X(100) VALUE
          "DECLARO TER RECEBIDO GRATUITAMENTE OS EPI ABAIXO.".
       01 WS-TERMO2        PIC X(100) VALUE
          "COMPROMETO-ME A USA-LOS SO PARA A FINALIDADE A QUE SE".
       01 WS-TERMO3        PIC X(100) VALUE
          "DESTINAM, A GUARDA-LOS E CONSERVA-LOS E A DEVOLVE-LOS".
       01 WS-TERMO4        PIC X(100) VALUE
          "NA TROCA OU NO DESLIGAMENTO. A RECUSA INJUSTIFICADA AO".
       01 WS-TERMO5        PIC X(100) VALUE
          "USO CONSTITUI ATO FALTOSO (CLT ART. 158 E NR-6).".
       01 WS-CAB2.
          03 FILLER        PIC X(51) VALUE
             "ENTREGA    QTD EPI  DESCRICAO".
          03 FILLER        PIC X(49) VALUE
             "CA     DEVOLUCAO   ASSINATURA DO EMPREGADO".
       01 WS-LINENT.
          03 WS-ENTDATA    PIC 99/99/9999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-ENTQTD     PIC ZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-ENTEPI     PIC 9(04).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-ENTDESCR   PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-ENTCA      PIC 9(06).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-ENTDEVOL   PIC X(10).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 FILLER        PIC X(25) VALUE ALL "_".
       01 WS-LINSEM        PIC X(50) VALUE
          "   NENHUMA ENTREGA DE EPI REGISTRADA PARA A CHAPA".
       01 WS-LINASS.
          03 FILLER        PIC X(40) VALUE
             "LOCAL E DATA: ____________________  ".
          03 FILLER        PIC X(50) VALUE
             "ASSINATURA: ______________________________".
       01 WS-EDDATA        PIC 99/99/9999.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
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
           OPEN INPUT CADEPI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPI" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPI"
              GO TO ROT-FIMS.
       INC-OP4.
           OPEN INPUT CADEPIENT
           IF W-STENT NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADEPIENT"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 W-STENT
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEPIENT"
              GO TO ROT-FIMS.
       INC-OP5.
           OPEN OUTPUT RELFEPI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELFEPI" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELFEPI"
              GO TO ROT-FIMS.
           ACCEPT W-SYSDATA FROM DATE.
      *
       FEP-PEDE.
           DISPLAY "FICHA DE EPI - CHAPA (00000=FIM): "
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
              GO TO FEP-ENCERRA.
           MOVE W-CHAPA TO CHAPA
           READ CADFUNC
           IF ST-ERRO NOT = "00"
              DISPLAY "FUNCIONARIO NAO CADASTRADO"
              GO TO FEP-PEDE.
           PERFORM FEP-CABECALHO THRU FEP-CABECALHO-FIM
           MOVE ZEROS TO W-QTDENT
           MOVE CHAPA TO ENTCHAPA
           MOVE ZEROS TO ENTSEQ
           START CADEPIENT KEY NOT < ENTCHAVE
           IF W-STENT NOT = "00"
              GO TO FEP-RODAPE.
       FEP-LE.
           READ CADEPIENT NEXT RECORD
           IF W-STENT NOT = "00"
              GO TO FEP-RODAPE.
           IF ENTCHAPA NOT = CHAPA
              GO TO FEP-RODAPE.
           MOVE ENTEPI TO EPICODIGO
           READ CADEPI
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO EPIDESCR.
           MOVE ENTDATA   TO WS-ENTDATA
           MOVE ENTQTD    TO WS-ENTQTD
           MOVE ENTEPI    TO WS-ENTEPI
           MOVE EPIDESCR  TO WS-ENTDESCR
           MOVE ENTCA     TO WS-ENTCA
           IF ENTDEVOL = ZEROS
              MOVE SPACES TO WS-ENTDEVOL
           ELSE
              MOVE ENTDEVOL  TO WS-EDDATA
              MOVE WS-EDDATA TO WS-ENTDEVOL.
           MOVE SPACES   TO REGRELFEPI
           MOVE WS-LINENT TO REGRELFEPI
           WRITE REGRELFEPI
           ADD 1 TO W-QTDENT
           GO TO FEP-LE.
      *
       FEP-RODAPE.
           IF W-QTDENT = ZEROS
              MOVE WS-LINSEM TO REGRELFEPI
              WRITE REGRELFEPI.
           MOVE SPACES      TO REGRELFEPI
           WRITE REGRELFEPI
           WRITE REGRELFEPI
           MOVE WS-LINASS   TO REGRELFEPI
           WRITE REGRELFEPI
           MOVE WS-LINTRACO TO REGRELFEPI
           WRITE REGRELFEPI
           ADD 1 TO W-TOTFICHA
           DISPLAY "FICHA EMITIDA - ENTREGAS: " W-QTDENT
           GO TO FEP-PEDE.
      *
       FEP-ENCERRA.
           CLOSE CADFUNC CADEPTO CADCARGO CADEPI CADEPIENT RELFEPI
           DISPLAY "FICHAS DE EPI EMITIDAS EM RELFEPI.DAT: " W-TOTFICHA
           GO TO ROT-FIM.
      *
      *****************************************
      * IDENTIFICACAO E TERMO DE RESPONSAB.   *
      *****************************************
       FEP-CABECALHO.
           MOVE W-SYSDIA TO WS-CABDIA
           MOVE W-SYSMES TO WS-CABMES
           MOVE W-SYSANO TO WS-CABANO
           MOVE WS-LINTRACO TO REGRELFEPI
           WRITE REGRELFEPI
           MOVE WS-CAB1     TO REGRELFEPI
           WRITE REGRELFEPI
           MOVE WS-LINTRACO TO REGRELFEPI
           WRITE REGRELFEPI
           MOVE CHAPA TO WS-CHAPA
           MOVE NOME  TO WS-NOME
           MOVE CPF   TO WS-CPF
           MOVE WS-LINFUNC  TO REGRELFEPI
           WRITE REGRELFEPI
           MOVE FUNCDEPTO TO CODIGODEPTO WS-DEPTO
           READ CADEPTO
           IF ST-ERRO = "00"
              MOVE DENOMINACAODEPTO TO WS-DEPTONM
           ELSE
              MOVE SPACES TO WS-DEPTONM.
           MOVE FUNCCARGO TO CODIGO WS-CARGO
           READ CADCARGO
           IF ST-ERRO = "00"
              MOVE DENOMINACAO TO WS-CARGONM
           ELSE
              MOVE SPACES TO WS-CARGONM.
           MOVE DATAADM TO WS-DATAADM
           MOVE WS-LINSETOR TO REGRELFEPI
           WRITE REGRELFEPI
           MOVE SPACES      TO REGRELFEPI
           WRITE REGRELFEPI
           MOVE WS-TERMO1   TO REGRELFEPI
           WRITE REGRELFEPI
           MOVE WS-TERMO2   TO REGRELFEPI
           WRITE REGRELFEPI
           MOVE WS-TERMO3   TO REGRELFEPI
           WRITE REGRELFEPI
           MOVE WS-TERMO4   TO REGRELFEPI
           WRITE REGRELFEPI
           MOVE WS-TERMO5   TO REGRELFEPI
           WRITE REGRELFEPI
           MOVE SPACES      TO REGRELFEPI
           WRITE REGRELFEPI
           MOVE WS-CAB2     TO REGRELFEPI
           WRITE REGRELFEPI
           MOVE WS-LINTRACO TO REGRELFEPI
           WRITE REGRELFEPI.
       FEP-CABECALHO-FIM.
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
