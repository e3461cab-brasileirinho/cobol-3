      * TIPO D = DESCONTO (01=INSS 02=IRRF 03=OUTROS
      *               04=DEMAIS DESCONTOS - BENEFICIOS/CONSIGNADO)
      * TIPO L = LIQUIDO A PAGAR (CODIGO 00)
      * TIPO T = RESCISOES (01=VERBAS E LIQUIDO
      *               02=FGTS RESCISORIO E MULTA DA GRRF)
      * TIPO J = PROVISAO TRABALHISTA (CODIGO = CENTRO DE
      *               CUSTO; DEBITO DESPESA, CREDITO PROVISAO)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                 IF W-ACT = 02
                   CLOSE CADCONTA
                   GO TO ROT-FIM.
                IF CTATIPO NOT = "C" AND "D" AND "L" AND "R" AND "T"
                                 AND "J"
                   MOVE "*** TIPO INVALIDO (C/D/L/R/T/J) ***" TO MENS
                   MOVE SPACES TO CTATIPO
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
