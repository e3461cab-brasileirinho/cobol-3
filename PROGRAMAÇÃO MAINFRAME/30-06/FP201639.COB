      **************************************
      * REAJUSTE SALARIAL COLETIVO (DISSIDIO) *
      **************************************
      * PROCESSA A DATA-BASE DE UM SINDICATO POR VEZ
      * (CADSIND, FP201747): PERCENTUAL DO SINDICATO
      * PARA OS FUNCIONARIOS CUJO DEPTO/CARGO O DL110
      * LIGA A ELE, SALARIO QUE FICAR ABAIXO DO PISO
      * SOBE PARA O PISO, E OS CARGOS VINCULADOS SO A
      * ESSE SINDICATO NO CADSINDVINC TEM O SALARIO
      * BASE REAJUSTADO. FORA DO MES DA DATA-BASE
      * PEDE CONFIRMACAO; O ANO APLICADO FICA NO
      * CADSIND E NAO DEIXA REPETIR NO MESMO ANO.
      * SINDICATO 000 E O REAJUSTE MANUAL (P/V, T/D/C)
      * SO DOS FUNCIONARIOS E CARGOS SEM SINDICATO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT CADSIND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SINCODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS SINNOME
                               WITH DUPLICATES.

           SELECT CADSINDVINC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VINCHAVE
                    FILE STATUS  IS W-STVIN.

           SELECT RELDISS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                03 SESPERFIL         PIC X(01).
                03 FILLER            PIC X(11).

       FD CADSIND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSIND.DAT".
       01 REGSIND.
                03 SINCODIGO         PIC 9(03).
                03 SINNOME           PIC X(30).
                03 SINCNPJ           PIC 9(14).
                03 SINDATABASE       PIC 9(02).
                03 SINPERC           PIC 9(03)V99.
                03 SINPISO           PIC 9(06)V99.
                03 SINCONTRIB        PIC 9(02)V99.
                03 SINULTANO         PIC 9(04).
                03 FILLER            PIC X(20).

       FD CADSINDVINC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSINDVINC.DAT".
       01 REGSINDVINC.
                03 VINCHAVE.
                   05 VINDEPTO       PIC 9(03).
                   05 VINCARGO       PIC 9(03).
                03 VINSIND           PIC 9(03).
                03 FILLER            PIC X(11).

       FD RELDISS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDISS.DAT".
       77 W-TOTCARGO    PIC 9(05) VALUE ZEROS.
       77 W-TOTANT      PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTNOVO     PIC 9(09)V99 VALUE ZEROS.
       77 W-STVIN       PIC X(02) VALUE "00".
       77 W-SINDCOD     PIC 9(03) VALUE ZEROS.
       77 W-SIND        PIC 9(03) VALUE ZEROS.
       77 W-PISO        PIC 9(06)V99 VALUE ZEROS.
       77 W-CONTRIB     PIC 9(02)V99 VALUE ZEROS.
       77 W-SALMES      PIC 9(08)V99 VALUE ZEROS.
       77 W-TIPOSALP    PIC X(01) VALUE SPACES.
       77 W-ANOATU      PIC 9(04) VALUE ZEROS.
       77 W-CONFIRMA    PIC X(01) VALUE SPACES.
       77 W-TOTPISO     PIC 9(05) VALUE ZEROS.
       77 W-OBS         PIC X(04) VALUE SPACES.
      *    SINDICATO DE CADA CARGO NO CADSINDVINC (VINCULO
      *    COM CARGO INFORMADO); CARGO LIGADO A MAIS DE UM
      *    SINDICATO FICA MARCADO E NAO TEM O BASE REAJUSTADO
       01 W-TABCSIND.
          03 W-CSIND OCCURS 999 TIMES.
             05 W-CARGOSIND  PIC 9(03).
             05 W-CARGOMIX   PIC X(01).
       01 W-SYSDATA     PIC 9(06) VALUE ZEROS.
       01 W-SYSDATAR REDEFINES W-SYSDATA.
          03 W-SYSANO  PIC 9(02).
          03 WS-SALANT    PIC ZZZ.ZZZ,99.
          03 FILLER       PIC X(06) VALUE SPACES.
          03 WS-SALNOVO   PIC ZZZ.ZZZ,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 WS-OBS       PIC X(04).
       01 WS-CABSIND.
          03 FILLER        PIC X(11) VALUE "SINDICATO: ".
          03 WS-SINCOD     PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 WS-SINNOME    PIC X(30).
          03 FILLER        PIC X(14) VALUE "  PERCENTUAL: ".
          03 WS-SINPERC    PIC ZZ9,99.
          03 FILLER        PIC X(09) VALUE "   PISO: ".
          03 WS-SINPISO    PIC ZZZ.ZZ9,99.
       01 WS-CABCARGO   PIC X(100) VALUE
          "CARGOS REAJUSTADOS (SALARIO BASE DO CADCARGO)".
       01 WS-RODAPE.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(20) VALUE "CARGOS REAJUSTADOS: ".
          03 WS-RODCARGO   PIC ZZZZ9.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(20) VALUE "ELEVADOS AO PISO:   ".
          03 WS-RODPISO    PIC ZZZZ9.
       01 WS-RODAPE2.
          03 FILLER        PIC X(21) VALUE "TOTAL ANTERIOR:      ".
          03 WS-RODANT     PIC ZZZ.ZZZ.ZZZ,99.
              ELSE
                 CLOSE CADSESSAO.
      *
       INC-SIND.
           ACCEPT W-SYSDATA FROM DATE
           COMPUTE W-ANOATU = 2000 + W-SYSANO
           DISPLAY "REAJUSTE SALARIAL COLETIVO (DISSIDIO)"
           DISPLAY "SINDICATO (000=MANUAL, SO SEM SINDICATO): "
           ACCEPT W-SINDCOD
           IF W-SINDCOD = ZEROS
              GO TO INC-ACE0.
           OPEN I-O CADSIND
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADSIND" TO W-DL101-OPER
              CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSIND"
              GO TO ROT-FIMS.
           MOVE W-SINDCOD TO SINCODIGO
           READ CADSIND
           IF ST-ERRO NOT = "00"
              DISPLAY "SINDICATO NAO CADASTRADO"
              CLOSE CADSIND
              GO TO INC-SIND.
           IF SINULTANO = W-ANOATU
              DISPLAY "DISSIDIO DO SINDICATO JA APLICADO EM " SINULTANO
              CLOSE CADSIND
              GO TO ROT-FIMS.
           IF SINPERC = ZEROS
              DISPLAY "SINDICATO SEM PERCENTUAL DE DISSIDIO"
              CLOSE CADSIND
              GO TO ROT-FIMS.
           MOVE SINPERC TO WS-SINPERC
           DISPLAY "SINDICATO: " SINNOME
           DISPLAY "PERCENTUAL DO DISSIDIO: " WS-SINPERC
           MOVE "P"     TO W-TIPO
           MOVE SINPERC TO W-PERC
           MOVE "T"     TO W-ESCOPO
           IF SINDATABASE = W-SYSMES
              GO TO INC-OP0.
       INC-SIND1.
           DISPLAY "ATENCAO: A DATA-BASE DO SINDICATO E O MES "
                   SINDATABASE
           DISPLAY "CONFIRMA O REAJUSTE FORA DA DATA-BASE (S/N): "
           ACCEPT W-CONFIRMA
           IF W-CONFIRMA = "S"
              GO TO INC-OP0.
           IF W-CONFIRMA NOT = "N"
              GO TO INC-SIND1.
           CLOSE CADSIND
           GO TO ROT-FIMS.
      *
       INC-ACE0.
           DISPLAY "TIPO DE REAJUSTE (P=PERCENTUAL V=VALOR FIXO): "
           ACCEPT W-TIPO
           IF W-TIPO NOT = "P" AND "V"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELDISS"
              GO TO ROT-FIMS.
      *
           PERFORM CARGA-CARGOS THRU CARGA-CARGOS-FIM
           PERFORM REL-CAB THRU REL-CAB-FIM
           MOVE LOW-VALUES TO CHAPA
           START CADFUNC KEY NOT < CHAPA
              GO TO DIS-LOOP.
           IF W-ESCOPO = "C" AND FUNCCARGO NOT = W-CARGO
              GO TO DIS-LOOP.
      *    SO O PESSOAL DO SINDICATO EM PROCESSAMENTO
      *    (NO MODO MANUAL, SO QUEM NAO TEM SINDICATO)
           CALL "DL110" USING FUNCDEPTO FUNCCARGO W-SIND W-PISO
                              W-CONTRIB
           IF W-SIND NOT = W-SINDCOD
              GO TO DIS-LOOP.
           PERFORM DIS-REAJUSTA THRU DIS-REAJUSTA-FIM
           GO TO DIS-LOOP.
      *
                      FUNCSALBASE + (FUNCSALBASE * W-PERC / 100)
           ELSE
              COMPUTE W-SALNOVO = FUNCSALBASE + W-VALOR.
           MOVE SPACES      TO W-OBS
           MOVE FUNCTIPOSAL TO W-TIPOSALP
           PERFORM DIS-PISO THRU DIS-PISO-FIM
      *    IMAGEM ANTERIOR E POSTERIOR NO HISTORICO
           MOVE "B" TO W-HISTTIPO
           PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
           MOVE "A" TO W-HISTTIPO
           PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
           MOVE SPACES     TO WS-LINDET
           MOVE W-OBS      TO WS-OBS
           MOVE CHAPA      TO WS-CHAPA
           MOVE NOME       TO WS-NOME
           MOVE W-SALANT   TO WS-SALANT
           ADD W-SALNOVO   TO W-TOTNOVO.
       DIS-REAJUSTA-FIM.
           EXIT.
      *
      *****************************************
      * SALARIO REAJUSTADO ABAIXO DO PISO DO  *
      * SINDICATO SOBE PARA O PISO (HORISTA = *
      * 220 HORAS, DIARISTA = 30 DIAS)        *
      *****************************************
       DIS-PISO.
           IF W-PISO = ZEROS
              GO TO DIS-PISO-FIM.
           IF W-TIPOSALP = "M"
              MOVE W-SALNOVO TO W-SALMES
           ELSE IF W-TIPOSALP = "H"
              COMPUTE W-SALMES = W-SALNOVO * 220
           ELSE IF W-TIPOSALP = "D"
              COMPUTE W-SALMES = W-SALNOVO * 30
           ELSE
              GO TO DIS-PISO-FIM.
           IF W-SALMES NOT < W-PISO
              GO TO DIS-PISO-FIM.
           IF W-TIPOSALP = "M"
              MOVE W-PISO TO W-SALNOVO.
           IF W-TIPOSALP = "H"
              COMPUTE W-SALNOVO ROUNDED = W-PISO / 220
              IF (W-SALNOVO * 220) < W-PISO
                 ADD 0,01 TO W-SALNOVO.
           IF W-TIPOSALP = "D"
              COMPUTE W-SALNOVO ROUNDED = W-PISO / 30
              IF (W-SALNOVO * 30) < W-PISO
                 ADD 0,01 TO W-SALNOVO.
           MOVE "PISO" TO W-OBS
           ADD 1 TO W-TOTPISO.
       DIS-PISO-FIM.
           EXIT.
      *
       GRAVA-HIST.
      *    GRAVACAO NO HISTORICO INDEXADO (CADHISTIX)
              GO TO ROT-FIMS.
           IF W-ESCOPO = "C" AND CODIGO NOT = W-CARGO
              GO TO DIS-CARGOS-LOOP.
           IF CODIGO = ZEROS
              GO TO DIS-CARGOS-LOOP.
           IF W-CARGOMIX (CODIGO) = "S" OR
              W-CARGOSIND (CODIGO) NOT = W-SINDCOD
              GO TO DIS-CARGOS-LOOP.
           MOVE SALARIOBASE TO W-SALANT
           IF W-TIPO = "P"
              COMPUTE W-SALNOVO ROUNDED =
                      SALARIOBASE + (SALARIOBASE * W-PERC / 100)
           ELSE
              COMPUTE W-SALNOVO = SALARIOBASE + W-VALOR.
           MOVE SPACES      TO W-OBS
           MOVE ZEROS       TO W-PISO
           IF W-SINDCOD NOT = ZEROS
              MOVE SINPISO  TO W-PISO.
           MOVE TIPOSALARIO TO W-TIPOSALP
           PERFORM DIS-PISO THRU DIS-PISO-FIM
           MOVE W-SALNOVO TO SALARIOBASE
           REWRITE REGCARGO
           IF ST-ERRO NOT = "00" AND "02"
              DISPLAY "ERRO NA REGRAVACAO DO ARQUIVO CADCARGO"
              GO TO ROT-FIMS.
           MOVE SPACES      TO WS-LINDET
           MOVE W-OBS       TO WS-OBS
           MOVE CODIGO      TO WS-CHAPA
           MOVE DENOMINACAO TO WS-NOME
           MOVE W-SALANT    TO WS-SALANT
           WRITE REGRELDISS
           ADD 1 TO W-TOTCARGO
           GO TO DIS-CARGOS-LOOP.
      *
      *
      *****************************************
      * SINDICATO DE CADA CARGO (CADSINDVINC) *
      *****************************************
       CARGA-CARGOS.
           MOVE ZEROS TO W-TABCSIND
           OPEN INPUT CADSINDVINC
           IF W-STVIN NOT = "00"
              GO TO CARGA-CARGOS-FIM.
           MOVE LOW-VALUES TO VINCHAVE
           START CADSINDVINC KEY NOT < VINCHAVE
           IF W-STVIN NOT = "00"
              GO TO CARGA-CARGOS-FECHA.
       CARGA-CARGOS-LOOP.
           READ CADSINDVINC NEXT RECORD
           IF W-STVIN NOT = "00"
              GO TO CARGA-CARGOS-FECHA.
           IF VINCARGO = ZEROS
              GO TO CARGA-CARGOS-LOOP.
           IF W-CARGOSIND (VINCARGO) = ZEROS
              MOVE VINSIND TO W-CARGOSIND (VINCARGO)
           ELSE
              IF W-CARGOSIND (VINCARGO) NOT = VINSIND
                 MOVE "S" TO W-CARGOMIX (VINCARGO).
           GO TO CARGA-CARGOS-LOOP.
       CARGA-CARGOS-FECHA.
           CLOSE CADSINDVINC.
       CARGA-CARGOS-FIM.
           EXIT.
      *
       REL-CAB.
           MOVE SPACES    TO REGRELDISS
           MOVE WS-CAB1   TO REGRELDISS
           WRITE REGRELDISS
           IF W-SINDCOD NOT = ZEROS
              MOVE W-SINDCOD  TO WS-SINCOD
              MOVE SINNOME    TO WS-SINNOME
              MOVE SINPERC    TO WS-SINPERC
              MOVE SINPISO    TO WS-SINPISO
              MOVE SPACES     TO REGRELDISS
              MOVE WS-CABSIND TO REGRELDISS
              WRITE REGRELDISS.
           MOVE SPACES    TO REGRELDISS
           MOVE WS-CABDET TO REGRELDISS
           WRITE REGRELDISS.
       DIS-FIM.
           MOVE W-TOTEMP    TO WS-RODEMP
           MOVE W-TOTCARGO  TO WS-RODCARGO
           MOVE W-TOTPISO   TO WS-RODPISO
           MOVE SPACES      TO REGRELDISS
           MOVE WS-RODAPE   TO REGRELDISS
           WRITE REGRELDISS
           MOVE WS-RODAPE2  TO REGRELDISS
           WRITE REGRELDISS
           CLOSE CADFUNC CADCARGO RELDISS
      *    DATA-BASE DO SINDICATO DADA COMO APLICADA NO ANO
           IF W-SINDCOD NOT = ZEROS
              MOVE W-ANOATU TO SINULTANO
              REWRITE REGSIND
              IF ST-ERRO NOT = "00" AND "02"
                 MOVE "ERRO NA REGRAVACAO DO ARQUIVO CADSIND"
                                TO W-DL101-OPER
                 CALL "DL101" USING W-DL101-PROG W-DL101-OPER
                                    ST-ERRO
                 DISPLAY "ERRO NA REGRAVACAO DO ARQUIVO CADSIND"
                 CLOSE CADSIND
              ELSE
                 CLOSE CADSIND.
           DISPLAY "FUNCIONARIOS REAJUSTADOS: " W-TOTEMP
           DISPLAY "CARGOS REAJUSTADOS      : " W-TOTCARGO
           DISPLAY "ELEVADOS AO PISO        : " W-TOTPISO
           GO TO ROT-FIMS.
      *
      **********************
