      **************************************
      * RELATORIO DE PROVISAO MENSAL DE 13 E FERIAS *
      **************************************
      * O ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE
      * VIGENTE NA COMPETENCIA (DL108) INTEGRA A
      * REMUNERACAO BASE DO 13 E DAS FERIAS
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 W-IND         PIC 9(02) COMP VALUE ZEROS.
       77 W-RATPERC     PIC 9(04)V99 VALUE ZEROS.
       77 W-RATPARTE    PIC 9(09)V99 VALUE ZEROS.
       77 W-REFCOMP     PIC 9(04) VALUE ZEROS.
       77 W-RSCTIPO     PIC X(01) VALUE SPACES.
       77 W-RSCPERC     PIC 9(02)V99 VALUE ZEROS.
       77 W-RSCVALOR    PIC 9(06)V99 VALUE ZEROS.
       77 W-RSCDIAS     PIC 9(02) VALUE ZEROS.
       01 W-HOJE        PIC 9(06) VALUE ZEROS.
       01 W-HOJER REDEFINES W-HOJE.
          03 W-HOJEANO PIC 9(02).
              COMPUTE W-SALMENS ROUNDED = FUNCSALBASE * 30
           ELSE
              MOVE FUNCSALBASE TO W-SALMENS.
      *    ADICIONAL DE RISCO INTEGRA A REMUNERACAO (VALOR CHEIO)
           COMPUTE W-REFCOMP = (W-HOJEANO * 100) + W-HOJEMES
           CALL "DL108" USING FUNCDEPTO FUNCCARGO W-SALMENS W-REFCOMP
                              W-RSCTIPO W-RSCPERC W-RSCVALOR W-RSCDIAS
           ADD W-RSCVALOR TO W-SALMENS.
           COMPUTE W-DIARIA ROUNDED = W-SALMENS / 30
      *    AVOS DO 13 ACUMULADOS ATE O MES DE REFERENCIA
           IF ANO OF DATAADM = 2000 + W-HOJEANO
