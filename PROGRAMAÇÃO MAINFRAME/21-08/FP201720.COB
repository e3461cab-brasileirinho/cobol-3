      * NO CADSESSAO) CONFERE OS TOTAIS DA
      * COMPETENCIA NO FOPAGHIST E REGISTRA A
      * APROVACAO NO CADAPROV. SEM ESSA APROVACAO O
      * FP201636 E O FP201645 SE RECUSAM A RODAR.
      * FOLHA COMPLEMENTAR (FP201794) E APROVADA A
      * PARTE, INFORMANDO O NUMERO DA COMPLEMENTAR
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 W-DL101-OPER  PIC X(40) VALUE SPACES.
       77 W-MES         PIC 9(02) VALUE ZEROS.
       77 W-ANO         PIC 9(02) VALUE ZEROS.
       77 W-COMPL       PIC 9(01) VALUE ZEROS.
       77 W-MESFPH      PIC 9(02) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-PERFIL      PIC X(01) VALUE SPACES.
       INC-ACE1.
           DISPLAY "INFORME O ANO DA COMPETENCIA (AA): "
           ACCEPT W-ANO.
           MOVE ZEROS TO W-COMPL
           MOVE W-MES TO W-MESFPH
           IF W-MES > 12
              GO TO INC-OP0.
       INC-ACE2.
           DISPLAY "FOLHA COMPLEMENTAR (0=NORMAL, 1 A 3): "
           ACCEPT W-COMPL
           IF W-COMPL > 3
              DISPLAY "COMPLEMENTAR INVALIDA"
              GO TO INC-ACE2.
           IF W-COMPL > ZEROS
              COMPUTE W-MESFPH = 20 + (20 * W-COMPL) + W-MES.
      *
       INC-OP0.
           OPEN INPUT FOPAGHIST
           READ FOPAGHIST NEXT RECORD
           IF ST-ERRO NOT = "00"
              GO TO APV-MOSTRA.
           IF FPHMES NOT = W-MESFPH OR FPHANO NOT = W-ANO
              GO TO APV-LOOP.
           ADD 1             TO W-TOTEMP
           ADD FPHSALPAGO    TO W-TOTPAGO
           IF W-OPCAO NOT = "S" AND "s"
              GO TO APV-CONFIRMA.
           ACCEPT W-HOJE FROM DATE
           MOVE W-MESFPH   TO APVMES
           MOVE W-ANO      TO APVANO
           MOVE "A"        TO APVSTATUS
           MOVE W-OPERADOR TO APVOPER
