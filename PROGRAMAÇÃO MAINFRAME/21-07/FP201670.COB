      * DENTRO DA JANELA DE TOLERANCIA DE 10 MINUTOS
      * (FUNCIONARIO QUE BATE EM DOIS RELOGIOS).
      * OS TOTAIS LIDOS DE CADA RELOGIO SAEM PELO
      * DL104, UM REGISTRO DE CONTROLE POR RELOGIO.
      * HORA EXTRA DO DIA: O QUE PASSA DA JORNADA DE
      * 8 HORAS (50%), O DIA INTEIRO NA FOLGA DA
      * ESCALA (50%) E NO DOMINGO/FERIADO (100%). SO
      * ENTRA NO PNTHOREX50/PNTHOREX100 A PARTE
      * PRE-AUTORIZADA NO CADAUTHE (FP201754); O
      * EXCEDENTE VAI PARA O CADHERET COM O
      * SUPERVISOR DO CADHIER E, CONFORME O PARAMETRO
      * 16 DO CADPARAM (1=RETIDA, PADRAO; 2=BANCO DE
      * HORAS), E CREDITADO NO CADBHORAS (TIPO C,
      * BHORIGEM I). PNTHORAS FICA SO COM AS HORAS
      * NORMAIS. REPROCESSAR A COMPETENCIA APAGA
      * ANTES O CADHERET E OS CREDITOS I DO MES
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS ESCCHAPA
                    FILE STATUS  IS W-STESC.

           SELECT CADAUTHE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AHECHAVE
                    FILE STATUS  IS W-STAUT.

           SELECT CADHERET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HRTCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADHIER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HIECHAVE
                    FILE STATUS  IS W-STHIE.

           SELECT CADBHORAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BHCHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRMCODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT RELPONTO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                03 ESCTURNO          PIC X(01).
                03 FILLER            PIC X(11).

       FD CADAUTHE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUTHE.DAT".
       01 REGAUTHE.
                03 AHECHAVE.
                   05 AHECHAPA       PIC 9(05).
                   05 AHEDATA.
                      07 AHEANO      PIC 9(02).
                      07 AHEMES      PIC 9(02).
                      07 AHEDIA      PIC 9(02).
                03 AHEHORAS          PIC 9(02)V99.
                03 AHESUPERV         PIC 9(05).
                03 AHEDTAPROV        PIC 9(06).
                03 FILLER            PIC X(10).

       FD CADHERET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHERET.DAT".
       01 REGHERET.
                03 HRTCHAVE.
                   05 HRTCHAPA       PIC 9(05).
                   05 HRTDATA.
                      07 HRTANO      PIC 9(02).
                      07 HRTMES      PIC 9(02).
                      07 HRTDIA      PIC 9(02).
                03 HRTMINEXTRA       PIC 9(04).
                03 HRTMINAUT         PIC 9(04).
                03 HRTMINRET         PIC 9(04).
                03 HRTPERC           PIC X(01).
                03 HRTDESTINO        PIC X(01).
                03 HRTSUPERV         PIC 9(05).
                03 FILLER            PIC X(10).

       FD CADHIER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHIER.DAT".
       01 REGHIER.
                03 HIECHAVE.
                   05 HIETIPO        PIC X(01).
                   05 HIECODIGO      PIC 9(05).
                03 HIEPAI            PIC 9(05).
                03 FILLER            PIC X(13).

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

       FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
                03 PRMCODIGO         PIC 9(02).
                03 PRMDESCR          PIC X(25).
                03 PRMVALOR          PIC 9(06)V99.
                03 FILLER            PIC X(15).

       FD RELPONTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPONTO.DAT".
       77 W-DIAVAR      PIC 9(02) VALUE ZEROS.
       77 W-DL100-ANO   PIC 9(04) VALUE ZEROS.
       77 W-DL100-INV   PIC 9(01) VALUE ZEROS.
       77 W-STAUT       PIC X(02) VALUE "00".
       77 W-STHIE       PIC X(02) VALUE "00".
       77 W-TEMAUT      PIC X(01) VALUE "N".
       77 W-TEMHIE      PIC X(01) VALUE "N".
       77 W-DESTINO     PIC 9(01) VALUE 1.
       77 W-JORNADA     PIC 9(03) VALUE 480.
       77 W-MINDIAINI   PIC 9(06) VALUE ZEROS.
       77 W-MINDIA      PIC 9(05) VALUE ZEROS.
       77 W-MINEXTRA    PIC 9(05) VALUE ZEROS.
       77 W-MINAUT      PIC 9(05) VALUE ZEROS.
       77 W-MINAPROV    PIC 9(05) VALUE ZEROS.
       77 W-MINRET      PIC 9(05) VALUE ZEROS.
       77 W-MINNORMAL   PIC 9(06) VALUE ZEROS.
       77 W-MINEX50     PIC 9(06) VALUE ZEROS.
       77 W-MINEX100    PIC 9(06) VALUE ZEROS.
       77 W-MINBANCO    PIC 9(06) VALUE ZEROS.
       77 W-PERCHE      PIC X(01) VALUE SPACES.
       77 W-TOTRET      PIC 9(05) VALUE ZEROS.
       77 W-TOTPURGA    PIC 9(05) VALUE ZEROS.
       77 W-SEQLIVRE    PIC 9(04) VALUE ZEROS.
       77 W-DL105-FUN   PIC X(01) VALUE SPACES.
       77 W-DL105-DIA   PIC 9(02) VALUE ZEROS.
       77 W-DL105-MES   PIC 9(02) VALUE ZEROS.
       77 W-DL105-ANO   PIC 9(04) VALUE ZEROS.
       77 W-DL105-NUM   PIC 9(03) VALUE ZEROS.
       77 W-DL105-RES   PIC 9(01) VALUE ZEROS.
       01 W-ESCDIASR.
          03 W-ESCFLAG  PIC X(01) OCCURS 7 TIMES.
       01 W-TABDIA.
          03 W-TDMIN    PIC 9(05) OCCURS 31 TIMES.
       01 WS-CAB1       PIC X(100) VALUE
          "RELATORIO DE IMPORTACAO DE MARCACOES DE PONTO - EXCECOES".
       01 WS-LINEXC.
          03 WS-RODEXC     PIC ZZZZ9.
          03 FILLER        PIC X(15) VALUE "   DUPLICADAS: ".
          03 WS-RODDUP     PIC ZZZZ9.
          03 FILLER        PIC X(15) VALUE "   H.E. RETID: ".
          03 WS-RODRET     PIC ZZZZ9.
       01 WS-LINREL.
          03 FILLER        PIC X(09) VALUE "RELOGIO: ".
          03 WS-RELNUM     PIC 9(02).
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELPONTO"
              GO TO ROT-FIMS.
       INC-OP3.
      *    SEM O CADAUTHE NENHUMA HORA EXTRA ESTA AUTORIZADA
           OPEN INPUT CADAUTHE
           IF W-STAUT = "00"
              MOVE "S" TO W-TEMAUT
           ELSE
              MOVE "N" TO W-TEMAUT.
           OPEN INPUT CADHIER
           IF W-STHIE = "00"
              MOVE "S" TO W-TEMHIE
           ELSE
              MOVE "N" TO W-TEMHIE.
       INC-OP4.
           OPEN I-O CADHERET
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADHERET
                 CLOSE CADHERET
                 GO TO INC-OP4
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADHERET"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADHERET"
                 GO TO ROT-FIMS.
       INC-OP5.
           OPEN I-O CADBHORAS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT CADBHORAS
                 CLOSE CADBHORAS
                 GO TO INC-OP5
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQ CADBHORAS"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADBHORAS"
                 GO TO ROT-FIMS.
       INC-OP6.
      *    PARAMETRO 16 = DESTINO DA HORA EXTRA NAO AUTORIZADA
      *    (1=RETIDA, PADRAO; 2=BANCO DE HORAS)
           MOVE 1 TO W-DESTINO
           OPEN INPUT CADPARAM
           IF ST-ERRO NOT = "00"
              GO TO INC-OP7.
           MOVE 16 TO PRMCODIGO
           READ CADPARAM
           IF ST-ERRO = "00" AND PRMVALOR = 2
              MOVE 2 TO W-DESTINO.
           CLOSE CADPARAM.
       INC-OP7.
           PERFORM IMP-PURGA THRU IMP-PURGA-FIM
           IF W-TOTPURGA > ZEROS
              DISPLAY "RETENCOES ANTERIORES APAGADAS: " W-TOTPURGA.
      *
           MOVE ZEROS TO TABRELCTL
           MOVE SPACES  TO REGRELPONTO
           MOVE W-TOTGRAV TO WS-RODGRAV
           MOVE W-TOTEXC  TO WS-RODEXC
           MOVE W-TOTDUP  TO WS-RODDUP
           MOVE W-TOTRET  TO WS-RODRET
           MOVE SPACES    TO REGRELPONTO
           MOVE WS-RODAPE TO REGRELPONTO
           WRITE REGRELPONTO
           PERFORM IMP-RESUMO-REL THRU IMP-RESUMO-REL-FIM
           IF W-TEMESCALA = "S"
              CLOSE CADESCALA.
           IF W-TEMAUT = "S"
              CLOSE CADAUTHE.
           IF W-TEMHIE = "S"
              CLOSE CADHIER.
           CLOSE CADPONTO CADFUNC RELPONTO CADHERET CADBHORAS
           DISPLAY "PONTOS GRAVADOS: " W-TOTGRAV
           DISPLAY "EXCECOES       : " W-TOTEXC
           DISPLAY "H.E. RETIDAS   : " W-TOTRET
           GO TO ROT-FIMS.
      *
      *****************************************
           IF W-DIATEMPAR = "S"
              ADD 1 TO W-DIASTRAB
              MOVE "N" TO W-DIATEMPAR.
           IF W-DIAANT > ZEROS AND W-DIAANT < 32
              COMPUTE W-TDMIN (W-DIAANT) = W-TDMIN (W-DIAANT)
                                         + W-MINTOTAL - W-MINDIAINI.
           MOVE W-MINTOTAL TO W-MINDIAINI
           MOVE ZEROS TO W-MINPRIM W-MINULT
           MOVE "N"   TO W-TEMULT.
       IMP-FECHA-DIA-FIM.
              MOVE WS-LINEXC TO REGRELPONTO
              WRITE REGRELPONTO
              GO TO IMP-FECHA-CHAPA-LIMPA.
           PERFORM IMP-HEXTRA THRU IMP-HEXTRA-FIM
           MOVE W-CHAPAANT TO PNTCHAPA
           MOVE W-MES      TO PNTMES
           MOVE W-ANO      TO PNTANO
           READ CADPONTO
           IF ST-ERRO = "00"
              COMPUTE PNTHORAS ROUNDED = W-MINNORMAL / 60
              MOVE W-DIASTRAB TO PNTDIAS
              COMPUTE PNTHOREX50 ROUNDED  = W-MINEX50 / 60
              COMPUTE PNTHOREX100 ROUNDED = W-MINEX100 / 60
              REWRITE REGPONTO
           ELSE
              MOVE W-CHAPAANT TO PNTCHAPA
              MOVE W-MES      TO PNTMES
              MOVE W-ANO      TO PNTANO
              COMPUTE PNTHORAS ROUNDED = W-MINNORMAL / 60
              MOVE W-DIASTRAB TO PNTDIAS
              MOVE ZEROS      TO PNTTAREFAS PNTVENDAS
              MOVE ZEROS      TO PNTEMPRESA PNTHORNOT
              COMPUTE PNTHOREX50 ROUNDED  = W-MINEX50 / 60
              COMPUTE PNTHOREX100 ROUNDED = W-MINEX100 / 60
              WRITE REGPONTO.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPONTO"
              ADD 1 TO W-TOTGRAV.
           PERFORM IMP-ESCALA-MES THRU IMP-ESCALA-MES-FIM.
       IMP-FECHA-CHAPA-LIMPA.
           MOVE ZEROS TO W-MINTOTAL W-DIASTRAB W-MINDIAINI W-TABDIA.
       IMP-FECHA-CHAPA-FIM.
           EXIT.
      *
      *****************************************
      * HORAS EXTRAS DA CHAPA, DIA A DIA:     *
      * FERIADO (DL105) E DOMINGO FORA DA     *
      * ESCALA = 100% DO DIA; FOLGA DA ESCALA *
      * = 50% DO DIA; DIA NORMAL = 50% DO QUE *
      * PASSA DA JORNADA. SO A PARTE          *
      * AUTORIZADA NO CADAUTHE VAI PARA O     *
      * PONTO - O RESTO E RETIDO (CADHERET)   *
      *****************************************
       IMP-HEXTRA.
           MOVE ZEROS TO W-MINNORMAL W-MINEX50 W-MINEX100 W-MINBANCO
           MOVE ZEROS TO W-DIAVAR
           MOVE "N" TO W-ACHESCALA
           IF W-TEMESCALA = "S"
              MOVE W-CHAPAANT TO ESCCHAPA
              READ CADESCALA
              IF W-STESC = "00"
                 MOVE "S" TO W-ACHESCALA
                 MOVE ESCDIAS TO W-ESCDIASR.
       IMP-HEXTRA-LOOP.
           ADD 1 TO W-DIAVAR
           IF W-DIAVAR > 31
              GO TO IMP-HEXTRA-BANCO.
           IF W-TDMIN (W-DIAVAR) = ZEROS
              GO TO IMP-HEXTRA-LOOP.
           PERFORM IMP-HEXTRA-DIA THRU IMP-HEXTRA-DIA-FIM
           GO TO IMP-HEXTRA-LOOP.
       IMP-HEXTRA-BANCO.
      *    FRACAO ABAIXO DE MEIA HORA NAO GERA CREDITO NO BANCO
           IF W-MINBANCO < 30
              GO TO IMP-HEXTRA-FIM.
           PERFORM BHF-PROXSEQ THRU BHF-PROXSEQ-FIM
           MOVE W-CHAPAANT TO BHCHAPA
           MOVE W-SEQLIVRE TO BHSEQ
           MOVE "C"        TO BHTIPO
           MOVE W-MES      TO BHMES
           MOVE W-ANO      TO BHANO
           COMPUTE BHHORAS ROUNDED = W-MINBANCO / 60
           MOVE "I"        TO BHORIGEM
           WRITE REGBHORAS
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQ CADBHORAS"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADBHORAS".
       IMP-HEXTRA-FIM.
           EXIT.
      *
       IMP-HEXTRA-DIA.
           MOVE W-TDMIN (W-DIAVAR) TO W-MINDIA
           MOVE W-DIAVAR TO W-DIAZ
           PERFORM CAL-DIASEM THRU CAL-DIASEM-FIM
           MOVE "5" TO W-PERCHE
      *    FERIADO DE SEGUNDA A SEXTA (O DL105 NAO DA SABADO UTIL)
           IF W-DIASEMANA = 1 OR W-DIASEMANA = 7
              GO TO IMP-HEXTRA-DIA-ESC.
           MOVE "U"        TO W-DL105-FUN
           MOVE W-DIAVAR   TO W-DL105-DIA
           MOVE W-MES      TO W-DL105-MES
           COMPUTE W-DL105-ANO = 2000 + W-ANO
           MOVE ZEROS      TO W-DL105-NUM
           CALL "DL105" USING W-DL105-FUN W-DL105-DIA W-DL105-MES
                              W-DL105-ANO W-DL105-NUM W-DL105-RES
           IF W-DL105-RES = ZEROS
              MOVE "1"      TO W-PERCHE
              MOVE W-MINDIA TO W-MINEXTRA
              GO TO IMP-HEXTRA-DIA-AUT.
       IMP-HEXTRA-DIA-ESC.
           IF W-ACHESCALA = "S"
              IF W-ESCFLAG (W-DIASEMANA) = "N"
                 IF W-DIASEMANA = 1
                    MOVE "1"      TO W-PERCHE
                    MOVE W-MINDIA TO W-MINEXTRA
                    GO TO IMP-HEXTRA-DIA-AUT
                 ELSE
                    MOVE W-MINDIA TO W-MINEXTRA
                    GO TO IMP-HEXTRA-DIA-AUT
              ELSE
                 GO TO IMP-HEXTRA-DIA-JOR.
           IF W-DIASEMANA = 1
              MOVE "1"      TO W-PERCHE
              MOVE W-MINDIA TO W-MINEXTRA
              GO TO IMP-HEXTRA-DIA-AUT.
       IMP-HEXTRA-DIA-JOR.
           IF W-MINDIA > W-JORNADA
              COMPUTE W-MINEXTRA = W-MINDIA - W-JORNADA
           ELSE
              MOVE ZEROS TO W-MINEXTRA.
       IMP-HEXTRA-DIA-AUT.
           COMPUTE W-MINNORMAL = W-MINNORMAL + W-MINDIA - W-MINEXTRA
           IF W-MINEXTRA = ZEROS
              GO TO IMP-HEXTRA-DIA-FIM.
           MOVE ZEROS TO W-MINAUT
           IF W-TEMAUT = "S"
              MOVE W-CHAPAANT TO AHECHAPA
              MOVE W-ANO      TO AHEANO
              MOVE W-MES      TO AHEMES
              MOVE W-DIAVAR   TO AHEDIA
              READ CADAUTHE
              IF W-STAUT = "00"
                 COMPUTE W-MINAUT = AHEHORAS * 60.
           IF W-MINAUT < W-MINEXTRA
              MOVE W-MINAUT   TO W-MINAPROV
           ELSE
              MOVE W-MINEXTRA TO W-MINAPROV.
           COMPUTE W-MINRET = W-MINEXTRA - W-MINAPROV
           IF W-PERCHE = "1"
              ADD W-MINAPROV TO W-MINEX100
           ELSE
              ADD W-MINAPROV TO W-MINEX50.
           IF W-MINRET > ZEROS
              PERFORM IMP-RETIDA THRU IMP-RETIDA-FIM.
       IMP-HEXTRA-DIA-FIM.
           EXIT.
      *
      *****************************************
      * HORA EXTRA SEM AUTORIZACAO: GRAVA NO  *
      * CADHERET COM O SUPERVISOR DO CADHIER  *
      * E ACUMULA PARA O BANCO SE O DESTINO   *
      * FOR 2                                 *
      *****************************************
       IMP-RETIDA.
           MOVE SPACES     TO REGHERET
           MOVE W-CHAPAANT TO HRTCHAPA
           MOVE W-ANO      TO HRTANO
           MOVE W-MES      TO HRTMES
           MOVE W-DIAVAR   TO HRTDIA
           MOVE W-MINEXTRA TO HRTMINEXTRA
           MOVE W-MINAPROV TO HRTMINAUT
           MOVE W-MINRET   TO HRTMINRET
           MOVE W-PERCHE   TO HRTPERC
           MOVE ZEROS      TO HRTSUPERV
           IF W-TEMHIE = "S"
              MOVE "F"        TO HIETIPO
              MOVE W-CHAPAANT TO HIECODIGO
              READ CADHIER
              IF W-STHIE = "00"
                 MOVE HIEPAI TO HRTSUPERV.
           IF W-DESTINO = 2
              MOVE "B" TO HRTDESTINO
              ADD W-MINRET TO W-MINBANCO
              MOVE "H.E. NAO AUTORIZADA - BANCO DE HORAS"
                             TO WS-EXCMOTIVO
           ELSE
              MOVE "R" TO HRTDESTINO
              MOVE "H.E. NAO AUTORIZADA - RETIDA"
                             TO WS-EXCMOTIVO.
           WRITE REGHERET
           IF ST-ERRO = "22"
              REWRITE REGHERET.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADHERET"
                             TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADHERET"
              GO TO IMP-RETIDA-FIM.
           ADD 1 TO W-TOTRET W-TOTEXC
           MOVE W-CHAPAANT TO WS-EXCCHAPA
           MOVE W-DIAVAR   TO WS-EXCDIA
           MOVE SPACES    TO REGRELPONTO
           MOVE WS-LINEXC TO REGRELPONTO
           WRITE REGRELPONTO.
       IMP-RETIDA-FIM.
           EXIT.
      *
       BHF-PROXSEQ.
           MOVE ZEROS TO W-SEQLIVRE
           MOVE W-CHAPAANT TO BHCHAPA
           MOVE ZEROS      TO BHSEQ
           START CADBHORAS KEY NOT < BHCHAVE
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-SEQLIVRE
              GO TO BHF-PROXSEQ-FIM.
       BHF-PROXSEQ-LE.
           READ CADBHORAS NEXT RECORD
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-SEQLIVRE
              GO TO BHF-PROXSEQ-FIM.
           IF BHCHAPA NOT = W-CHAPAANT
              ADD 1 TO W-SEQLIVRE
              GO TO BHF-PROXSEQ-FIM.
           MOVE BHSEQ TO W-SEQLIVRE
           GO TO BHF-PROXSEQ-LE.
       BHF-PROXSEQ-FIM.
           EXIT.
      *
      *****************************************
      * REPROCESSAMENTO: APAGA AS RETENCOES E *
      * OS CREDITOS I DA COMPETENCIA, QUE A   *
      * IMPORTACAO GRAVA DE NOVO              *
      *****************************************
       IMP-PURGA.
           MOVE ZEROS TO W-TOTPURGA
           MOVE ZEROS TO HRTCHAVE
           START CADHERET KEY NOT < HRTCHAVE
           IF ST-ERRO NOT = "00"
              GO TO IMP-PURGA-BH.
       IMP-PURGA-LOOP.
           READ CADHERET NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO IMP-PURGA-BH.
           IF HRTMES = W-MES AND HRTANO = W-ANO
              DELETE CADHERET RECORD
              ADD 1 TO W-TOTPURGA.
           GO TO IMP-PURGA-LOOP.
       IMP-PURGA-BH.
           MOVE ZEROS TO BHCHAVE
           START CADBHORAS KEY NOT < BHCHAVE
           IF ST-ERRO NOT = "00"
              GO TO IMP-PURGA-FIM.
       IMP-PURGA-BH-LOOP.
           READ CADBHORAS NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO IMP-PURGA-FIM.
           IF BHTIPO = "C" AND BHORIGEM = "I"
              AND BHMES = W-MES AND BHANO = W-ANO
              DELETE CADBHORAS RECORD.
           GO TO IMP-PURGA-BH-LOOP.
       IMP-PURGA-FIM.
           EXIT.
      *
      *****************************************
      * FALTAS NA ESCALA: DIAS PREVISTOS NO   *
      * MES MAIORES QUE OS DIAS TRABALHADOS   *
      * (DL100 VALIDA O FIM DO MES)           *
