      * MOVE PARA CADFUNCARQ (E ARQUIVOS FILHOS *ARQ) OS
      * DEMITIDOS COM DATADEM ANTERIOR AO CORTE INFORMADO.
      * TAMBEM RESTAURA UMA CHAPA DO ARQUIVO MORTO (READMISSAO).
      * CHAPA COM PROCESSO TRABALHISTA ABERTO (DL112) FICA
      * RETIDA NO CADFUNC E NAO E ARQUIVADA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 W-REFDEM      PIC 9(06) VALUE ZEROS.
       77 W-CHAPA       PIC 9(05) VALUE ZEROS.
       77 W-TOTARQ      PIC 9(05) VALUE ZEROS.
       77 W-TOTRET      PIC 9(05) VALUE ZEROS.
       77 W-DL112-CHAPA  PIC 9(05) VALUE ZEROS.
       77 W-DL112-RETIDO PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              GO TO ARQ-ARQUIVA.
           COMPUTE W-REFCORTE = (W-ANOCORTE * 100) + W-MESCORTE
           PERFORM ARQ-ABRE THRU ARQ-ABRE-FIM
           MOVE ZEROS TO W-TOTARQ W-TOTRET
           MOVE LOW-VALUES TO CHAPA
           START CADFUNC KEY NOT < CHAPA
           IF ST-ERRO NOT = "00"
           COMPUTE W-REFDEM = (ANO OF DATADEM * 100) + MES OF DATADEM
           IF W-REFDEM NOT < W-REFCORTE
              GO TO ARQ-ARQUIVA-LOOP.
           MOVE CHAPA TO W-CHAPA W-DL112-CHAPA
           CALL "DL112" USING W-DL112-CHAPA W-DL112-RETIDO
           IF W-DL112-RETIDO = "S"
              DISPLAY "CHAPA " W-CHAPA " RETIDA - PROCESSO TRABALHISTA"
              ADD 1 TO W-TOTRET
              GO TO ARQ-ARQUIVA-LOOP.
           MOVE REGFUNC TO AQ-REGFUNC
           WRITE AQ-REGFUNC
           IF ST-ERRO = "22"
       ARQ-ARQUIVA-ENCERRA.
           PERFORM ARQ-FECHA THRU ARQ-FECHA-FIM
           DISPLAY "FUNCIONARIOS ARQUIVADOS: " W-TOTARQ
           DISPLAY "RETIDOS POR PROCESSO   : " W-TOTRET
           GO TO ARQ-OPCAO.
      *
      *****************************************
