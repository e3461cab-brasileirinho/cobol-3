                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 TRFEMPANT         PIC 9(02).
                03 TRFEMPNOVO        PIC 9(02).
                03 FILLER            PIC X(09).

       FD CADSESSAO
               LABEL RECORD IS STANDARD
           MOVE W-SYSDIA   TO DIA OF TRFDATA
           MOVE W-SYSMES   TO MES OF TRFDATA
           COMPUTE ANO OF TRFDATA = 2000 + W-SYSANO
           MOVE ZEROS      TO TRFEMPANT TRFEMPNOVO
           WRITE REGTRANSF
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQ CADTRANSF"
