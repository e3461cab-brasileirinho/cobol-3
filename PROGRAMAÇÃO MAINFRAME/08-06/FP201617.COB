      **************************************
      * MANUTENCAO DO CADASTRO DE DEPENDENTES *
      **************************************
      * O CPF DO DEPENDENTE E OPCIONAL (ZEROS =
      * NAO INFORMADO); QUANDO INFORMADO PASSA
      * PELO DL103. O INDICADOR DE HABILITADO A
      * PENSAO POR MORTE NO INSS (S/N) DEFINE QUEM
      * RECEBE AS VERBAS DA RESCISAO POR FALECIMENTO
      * DO FUNCIONARIO (FP201803)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 DEPPARENTESCO     PIC X(01).
                03 DEPCPF            PIC 9(11).
                03 DEPHABINSS        PIC X(01).

       FD CADFUNC
               LABEL RECORD IS STANDARD
          03 WS-LOCKDONO PIC X(08).
          03 FILLER      PIC X(04) VALUE " ***".
       77 W-NUMDEPEN   PIC 9(02) VALUE ZEROS.
       77 W-DL103-INV  PIC 9(01) VALUE ZEROS.
       SCREEN SECTION.
       01  TELADEPEN.
           05  BLANK SCREEN.
               VALUE  "           DATA DE NASCIMENTO:".
           05  LINE 14  COLUMN 01
               VALUE  "           PARENTESCO:".
           05  LINE 16  COLUMN 01
               VALUE  "           CPF DO DEPENDENTE:".
           05  LINE 18  COLUMN 01
               VALUE  "           HABILITADO PENSAO INSS (S/N):".
           05  TDEPCHAPA
               LINE 06  COLUMN 34  PIC 9(05)
               USING  DEPCHAPA
               LINE 14  COLUMN 23  PIC X(01)
               USING  DEPPARENTESCO
               HIGHLIGHT.
           05  TDEPCPF
               LINE 16  COLUMN 30  PIC 9(11)
               USING  DEPCPF
               HIGHLIGHT.
           05  TDEPHABINSS
               LINE 18  COLUMN 41  PIC X(01)
               USING  DEPHABINSS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
               NEXT SENTENCE.
       INC-001.
                PERFORM LIBERA-REG THRU LIBERA-REG-FIM.
                MOVE ZEROS TO DEPCHAPA DEPSEQ DEPDATANASC DEPCPF
                MOVE SPACES TO DEPNOME DEPPARENTESCO DEPHABINSS.
                DISPLAY TELADEPEN.
       INC-002.
                ACCEPT TDEPCHAPA
                   GO TO INC-006.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
       INC-007.
                ACCEPT TDEPCPF
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF DEPCPF NOT = ZEROS
                   CALL "DL103" USING DEPCPF W-DL103-INV
                   IF W-DL103-INV = 1
                      MOVE "*** CPF INVALIDO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-007.
       INC-008.
                IF DEPHABINSS = SPACES
                   MOVE "N" TO DEPHABINSS.
                ACCEPT TDEPHABINSS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF DEPHABINSS = "s"
                   MOVE "S" TO DEPHABINSS.
                IF DEPHABINSS = "n"
                   MOVE "N" TO DEPHABINSS.
                IF DEPHABINSS NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE SPACES TO DEPHABINSS
                   GO TO INC-008.
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
