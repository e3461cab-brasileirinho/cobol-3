      * PRESTADORES RECORRENTES (RPA) FORA DO
      * CADFUNC: CPF VALIDADO PELO DL103, DESCRICAO
      * DO SERVICO, VALOR MENSAL E DADOS BANCARIOS.
      * VALOR MENSAL ZERO = SO RECEBE AS HORAS DE
      * INSTRUTOR (CADINSTR/FP201789). O PAGAMENTO
      * MENSAL SAI PELO FP201706
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               VALUE  "           SERVICO PRESTADO:".
           05  LINE 13  COLUMN 01
               VALUE  "           VALOR MENSAL:".
           05  LINE 13  COLUMN 38
               VALUE  "(0 = SO HORAS DE INSTRUTOR)".
           05  LINE 15  COLUMN 01
               VALUE  "           BANCO:".
           05  LINE 16  COLUMN 01
                ACCEPT TRPAVALOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
       INC-007.
                ACCEPT TRPABANCO
                ACCEPT W-ACT FROM ESCAPE KEY
