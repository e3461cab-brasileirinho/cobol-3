      * (DEVOLVE A DATA AJUSTADA NOS PROPRIOS
      * CAMPOS E RESULT 1)
      * FERIADOS NO CADFERIADO - ANO 0000 VALE
      * PARA TODO ANO (FERIADO FIXO). FERIADO AINDA
      * EM RASCUNHO (FRDSITUACAO R, GERADO NA VIRADA
      * DO ANO E NAO CONFIRMADO) NAO CONTA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   05 FRDANO        PIC 9(04).
                03 FRDTIPO          PIC X(01).
                03 FRDDESCR         PIC X(30).
                03 FRDSITUACAO      PIC X(01).
                03 FILLER           PIC X(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-STFER      PIC X(02) VALUE "00".
           MOVE DL105-MES TO FRDMES
           MOVE DL105-ANO TO FRDANO
           READ CADFERIADO
           IF W-STFER = "00" AND FRDSITUACAO NOT = "R"
              MOVE ZEROS TO W-UTIL
              GO TO UTL-DIAUTIL-FIM.
      *    FERIADO FIXO - CADASTRADO COM ANO 0000
           MOVE ZEROS TO FRDANO
           READ CADFERIADO
           IF W-STFER = "00" AND FRDSITUACAO NOT = "R"
              MOVE ZEROS TO W-UTIL.
       UTL-DIAUTIL-FIM.
           EXIT.
