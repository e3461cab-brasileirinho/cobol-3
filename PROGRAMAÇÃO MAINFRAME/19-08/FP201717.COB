       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-CHAPA       PIC 9(05) VALUE ZEROS.
       77 W-TOTLINHAS   PIC 9(05) VALUE ZEROS.
       77 W-DL115-OPER  PIC X(08) VALUE SPACES.
       01 WS-LINCON.
          03 WS-CONSEQ    PIC 9(04).
          03 FILLER       PIC X(02) VALUE SPACES.
              DISPLAY "FUNCIONARIO NAO CADASTRADO"
              GO TO CON-PEDE.
           DISPLAY "HISTORICO DE " CHAPA " - " NOME
      *    CADA CONSULTA FICA REGISTRADA NO CADACESSO
           CALL "DL115" USING W-DL101-PROG CHAPA W-DL115-OPER
           MOVE ZEROS TO W-TOTLINHAS
           MOVE W-CHAPA TO HISTCHAPA
           MOVE ZEROS   TO HISTSEQ
