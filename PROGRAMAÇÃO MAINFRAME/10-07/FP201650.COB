      **************************************
      * PERFIL A = ADMINISTRADOR (ACESSO TOTAL)
      * PERFIL C = CONSULTA (SOMENTE LEITURA, SEM SALARIOS)
      * CHAPA = FUNCIONARIO QUE USA O CODIGO (0 = NAO E
      * FUNCIONARIO) - O ACERVO (FP201724) SO MOSTRA AO
      * OPERADOR AS PARTES DE RELATORIO DESSA CHAPA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                03 USRNOME           PIC X(30).
                03 USRSENHA          PIC X(08).
                03 USRPERFIL         PIC X(01).
                03 USRCHAPA          PIC 9(05).
                03 FILLER            PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
               VALUE  "           SENHA:".
           05  LINE 11  COLUMN 01
               VALUE  "           PERFIL (A/C):".
           05  LINE 13  COLUMN 01
               VALUE  "           CHAPA (0=NAO FUNC.):".
           05  TUSRCODIGO
               LINE 05  COLUMN 32  PIC X(08)
               USING  USRCODIGO
               LINE 11  COLUMN 26  PIC X(01)
               USING  USRPERFIL
               HIGHLIGHT.
           05  TUSRCHAPA
               LINE 13  COLUMN 33  PIC 9(05)
               USING  USRCHAPA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                    NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO USRCODIGO USRNOME USRSENHA USRPERFIL.
                MOVE ZEROS  TO USRCHAPA.
                DISPLAY TELAUSER.
       INC-002.
                ACCEPT TUSRCODIGO
       LER-USER01.
                MOVE 0 TO W-SEL
                READ CADUSER
                IF ST-ERRO = "00" AND USRCHAPA NOT NUMERIC
                   MOVE ZEROS TO USRCHAPA.
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAUSER
                   MOVE SPACES TO USRPERFIL
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TUSRCHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF USRCHAPA NOT NUMERIC
                   MOVE "*** CHAPA INVALIDA ***" TO MENS
                   MOVE ZEROS TO USRCHAPA
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
