                03 ACVMES            PIC 9(02).
                03 ACVANO            PIC 9(02).
                03 ACVLINHA          PIC X(136).
                03 ACVDEST           PIC X(05).

       FD CADRELCAT
               LABEL RECORD IS STANDARD
          03 FILLER PIC X(22) VALUE "FP201636RELREMES.DAT S".
          03 FILLER PIC X(22) VALUE "FP201645RELLANC.DAT  S".
          03 FILLER PIC X(22) VALUE "FP201671RELVARIA.DAT S".
          03 FILLER PIC X(22) VALUE "FP201762RELALERTA.DATS".
          03 FILLER PIC X(22) VALUE "FP201763RELDARF.DAT  N".
          03 FILLER PIC X(22) VALUE "FP201766RELIGUAL.DAT S".
          03 FILLER PIC X(22) VALUE "FP201767RELCOTAS.DAT N".
          03 FILLER PIC X(22) VALUE "FP201768RELVIRADA.DATN".
          03 FILLER PIC X(22) VALUE "FP201769RELPROPOR.DATS".
          03 FILLER PIC X(22) VALUE "FP201773RELMERITO.DATS".
          03 FILLER PIC X(22) VALUE "FP201776RELREQ.DAT   N".
          03 FILLER PIC X(22) VALUE "FP201779RELCHK.DAT   N".
          03 FILLER PIC X(22) VALUE "FP201780RELLGPD.DAT  S".
          03 FILLER PIC X(22) VALUE "FP201781CERTLGPD.DAT S".
          03 FILLER PIC X(22) VALUE "FP201783RELACESSO.DATS".
          03 FILLER PIC X(22) VALUE "FP201784RELDIST.DAT  N".
          03 FILLER PIC X(22) VALUE "FP201786RELRECERT.DATN".
          03 FILLER PIC X(22) VALUE "FP201789RELTREIN.DAT N".
          03 FILLER PIC X(22) VALUE "FP201791RELINSCR.DAT N".
          03 FILLER PIC X(22) VALUE "FP201792RELPLANO.DAT S".
          03 FILLER PIC X(22) VALUE "FP201793RELTRANSF.DATS".
          03 FILLER PIC X(22) VALUE "FP201794RELCOMPL.DAT S".
          03 FILLER PIC X(22) VALUE "FP201798RELDOCVEN.DATN".
          03 FILLER PIC X(22) VALUE "FP201800RELADVERT.DATN".
          03 FILLER PIC X(22) VALUE "FP201802RELSALPEN.DATS".
          03 FILLER PIC X(22) VALUE "FP201803RECIBOBEN.DATS".
       01 TABRELR REDEFINES TABREL.
          03 TABREL-ITEM OCCURS 31 TIMES.
             05 TABREL-PROG   PIC X(08).
             05 TABREL-ARQ    PIC X(13).
             05 TABREL-SIGILO PIC X(01).
           MOVE SPACES TO W-ARQORIGEM.
       INC-ACE0-LOOP.
           ADD 1 TO W-IND
           IF W-IND > 31
              DISPLAY "PROGRAMA FORA DA TABELA DO ACERVO"
              GO TO INC-ACE0.
           IF TABREL-PROG (W-IND) = W-PROG
           MOVE W-MES         TO ACVMES
           MOVE W-ANO         TO ACVANO
           MOVE REGRELORIGEM  TO ACVLINHA
           MOVE SPACES        TO ACVDEST
           WRITE REGRELACERVO
           ADD 1 TO W-LINHAS
           GO TO ACV-LOOP.
