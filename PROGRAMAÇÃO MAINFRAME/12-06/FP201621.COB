      **************************************
      * MANUTENCAO DO CADASTRO DE ENDERECO E CONTATO *
      **************************************
      * GUARDA TAMBEM O PIS DO FUNCIONARIO (USADO NO
      * REQUERIMENTO DO SEGURO-DESEMPREGO, FP201756)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                03 ENDCEP            PIC 9(08).
                03 ENDTELEFONE       PIC X(15).
                03 ENDEMAIL          PIC X(40).
                03 ENDPIS            PIC 9(11).
                03 FILLER            PIC X(09).

       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE  "           UF:".
           05  LINE 17  COLUMN 01
               VALUE  "           CEP:".
           05  LINE 17  COLUMN 40
               VALUE  "PIS:".
           05  LINE 19  COLUMN 01
               VALUE  "           TELEFONE:".
           05  LINE 21  COLUMN 01
               LINE 17  COLUMN 17  PIC 9(08)
               USING  ENDCEP
               HIGHLIGHT.
           05  TENDPIS
               LINE 17  COLUMN 45  PIC 9(11)
               USING  ENDPIS
               HIGHLIGHT.
           05  TENDTELEFONE
               LINE 19  COLUMN 22  PIC X(15)
               USING  ENDTELEFONE
               NEXT SENTENCE.
       INC-001.
                PERFORM LIBERA-REG THRU LIBERA-REG-FIM.
                MOVE ZEROS TO ENDCHAPA ENDCEP ENDPIS
                MOVE SPACES TO ENDLOGRADOURO ENDNUMERO ENDBAIRRO
                               ENDCIDADE ENDUF ENDTELEFONE ENDEMAIL.
                DISPLAY TELAENDER.
                ACCEPT TENDCEP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
       INC-008A.
                ACCEPT TENDPIS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
       INC-009.
                ACCEPT TENDTELEFONE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008A.
       INC-010.
                ACCEPT TENDEMAIL
                ACCEPT W-ACT FROM ESCAPE KEY
