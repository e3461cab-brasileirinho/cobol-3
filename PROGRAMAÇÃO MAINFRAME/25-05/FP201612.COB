      **************************************
      * MANUTENCAO DO CADASTRO DE CARGOS   *
      **************************************
      * CODIGO CBO (CLASSIFICACAO BRASILEIRA DE OCUPACOES) DO CARGO,
      * USADO NO RELATORIO DE IGUALDADE SALARIAL (FP201766)
      * FUNCAO QUE EXIGE FORMACAO PROFISSIONAL (S/N) - SO
      * ESSAS ENTRAM NA BASE DA COTA DE APRENDIZ (DL113)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                03 TIPOSALARIO       PIC X(01).
                03 SALARIOBASE       PIC 9(06)V99.
                03 NIVELESCOLARIDADE PIC 9(01).
                03 CODIGOCBO         PIC 9(06).
                03 FORMACAOPROF      PIC X(01).
                03 FILLER            PIC X(24).
       FD CADFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFUNC.DAT".
               VALUE  "           NIVEL ESCOLARIDADE:".
           05  LINE 14  COLUMN 01
               VALUE  "           SALARIO BASE:".
           05  LINE 16  COLUMN 01
               VALUE  "           CODIGO CBO:".
           05  LINE 18  COLUMN 01
               VALUE  "           EXIGE FORMACAO PROF. (S/N):".
           05  TCODIGO
               LINE 06  COLUMN 19  PIC 9(03)
               USING  CODIGO
               LINE 14  COLUMN 25  PIC 999.999,99
               USING  SALARIOBASE
               HIGHLIGHT.
           05  TCODIGOCBO
               LINE 16  COLUMN 23  PIC 9(06)
               USING  CODIGOCBO
               HIGHLIGHT.
           05  TFORMACAOPROF
               LINE 18  COLUMN 40  PIC X(01)
               USING  FORMACAOPROF
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
               NEXT SENTENCE.
       INC-001.
                MOVE ZEROS TO CODIGO SALARIOBASE NIVELESCOLARIDADE
                              CODIGOCBO
                MOVE SPACES TO DENOMINACAO TIPOSALARIO.
                MOVE "S" TO FORMACAOPROF.
                DISPLAY TELACARGO.
       INC-002.
                ACCEPT TCODIGO
                   GO TO INC-006.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
       INC-007.
                ACCEPT TCODIGOCBO
                IF CODIGOCBO = ZEROS
                   MOVE "*** CODIGO CBO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
       INC-008.
                ACCEPT TFORMACAOPROF
                IF FORMACAOPROF = "s" MOVE "S" TO FORMACAOPROF.
                IF FORMACAOPROF = "n" MOVE "N" TO FORMACAOPROF.
                IF FORMACAOPROF NOT = "S" AND FORMACAOPROF NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "S" TO FORMACAOPROF
                   GO TO INC-008.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
