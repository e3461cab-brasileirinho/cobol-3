       01 WS-SALBASEED  PIC ZZZ.ZZZ,99.
       01 WS-SALBASETELA PIC X(10) VALUE SPACES.
       77 W-PERFIL      PIC X(01) VALUE SPACES.
       77 W-DL115-OPER  PIC X(08) VALUE SPACES.
       SCREEN SECTION.
       01  TELACONSULTA.
           05  BLANK SCREEN.
           ELSE
              MOVE FUNCSALBASE  TO WS-SALBASEED
              MOVE WS-SALBASEED TO WS-SALBASETELA.
      *    CADA CONSULTA FICA REGISTRADA NO CADACESSO
           CALL "DL115" USING W-DL101-PROG CHAPA W-DL115-OPER
           DISPLAY TELACONSULTA
           DISPLAY (16, 05) "PRESSIONE ENTER PARA CONTINUAR..."
           ACCEPT  (16, 40) W-ACT.
