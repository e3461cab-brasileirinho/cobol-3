                    RECORD KEY   IS PRMCODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT CADCOMIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMSCHAVE
                    FILE STATUS  IS W-STCMS.

           SELECT RELSALFAM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                03 PRMVALOR          PIC 9(06)V99.
                03 FILLER            PIC X(15).

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

       FD RELSALFAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELSALFAM.DAT".
       77 W-TOTEMP      PIC 9(05) VALUE ZEROS.
       77 W-TOTQUOTAS   PIC 9(05) VALUE ZEROS.
       77 W-TOTVALOR    PIC 9(09)V99 VALUE ZEROS.
       77 W-STCMS       PIC X(02) VALUE "00".
       77 W-TEMCMS      PIC X(01) VALUE "N".
       01 W-HOJE        PIC 9(06) VALUE ZEROS.
       01 W-HOJER REDEFINES W-HOJE.
          03 W-HOJEANO PIC 9(02).
           IF W-VALQUOTA = ZEROS
              DISPLAY "PARAMETRO 01 (VALOR DA QUOTA) NAO CADASTRADO"
              GO TO ROT-FIMS.
       INC-OP2A.
           MOVE "N" TO W-TEMCMS
           OPEN INPUT CADCOMIS
           IF W-STCMS = "00"
              MOVE "S" TO W-TEMCMS.
       INC-OP3.
           OPEN OUTPUT RELSALFAM
           IF ST-ERRO NOT = "00"
           ELSE IF FUNCTIPOSAL = "T"
              COMPUTE W-SALPAGO = FUNCSALBASE * PNTTAREFAS
           ELSE IF FUNCTIPOSAL = "C"
              PERFORM SLF-COMIS THRU SLF-COMIS-FIM
           ELSE
              MOVE FUNCSALBASE TO W-SALPAGO.
       SLF-SALPAGO-FIM.
           EXIT.
      *
       SLF-COMIS.
           COMPUTE W-SALPAGO = FUNCSALBASE + PNTVENDAS
           IF W-TEMCMS NOT = "S"
              GO TO SLF-COMIS-FIM.
           MOVE CHAPA      TO CMSCHAPA
           MOVE W-HOJEMES  TO CMSMES
           MOVE W-HOJEANO  TO CMSANO
           READ CADCOMIS
           IF W-STCMS = "00"
              COMPUTE W-SALPAGO = FUNCSALBASE + CMSVALOR + CMSDSR.
       SLF-COMIS-FIM.
           EXIT.
      *
       SLF-QUOTAS.
           MOVE ZEROS TO W-QUOTAS
           MOVE SPACES      TO REGRELSALFAM
           MOVE WS-RODAPE   TO REGRELSALFAM
           WRITE REGRELSALFAM
           IF W-TEMCMS = "S"
              CLOSE CADCOMIS.
           CLOSE CADFUNC CADDEPEN CADPONTO CADPARAM RELSALFAM
           DISPLAY "FUNCIONARIOS BENEFICIADOS: " W-TOTEMP
           GO TO ROT-FIMS.
