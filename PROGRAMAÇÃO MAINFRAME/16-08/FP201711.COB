      * DA EMPRESA (C). ANO 0000 = FERIADO FIXO,
      * VALE PARA TODO ANO. A ROTINA DL105 CONSULTA
      * ESTE CALENDARIO PARA RESPONDER DIA UTIL
      * E SOMAR DIAS UTEIS. OS FERIADOS GERADOS NA
      * VIRADA DO ANO (FP201768) ENTRAM COMO
      * RASCUNHO (SITUACAO R) E SO PASSAM A VALER
      * DEPOIS DE CONFIRMADOS AQUI PELA ALTERACAO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   05 FRDANO        PIC 9(04).
                03 FRDTIPO          PIC X(01).
                03 FRDDESCR         PIC X(30).
                03 FRDSITUACAO      PIC X(01).
                03 FILLER           PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
               VALUE  "           TIPO (N/E/C):".
           05  LINE 12  COLUMN 01
               VALUE  "           DESCRICAO:".
           05  LINE 14  COLUMN 01
               VALUE  "           SITUACAO (R=RASCUNHO):".
           05  TFRDDIA
               LINE 06  COLUMN 17  PIC 9(02)
               USING  FRDDIA
               LINE 12  COLUMN 23  PIC X(30)
               USING  FRDDESCR
               HIGHLIGHT.
           05  TFRDSITUACAO
               LINE 14  COLUMN 35  PIC X(01)
               FROM   FRDSITUACAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS  TO FRDDIA FRDMES FRDANO
                MOVE SPACES TO FRDTIPO FRDDESCR FRDSITUACAO.
                DISPLAY TELAFERIADO.
       INC-002.
                ACCEPT TFRDDIA
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAFERIADO
                      IF FRDSITUACAO = "R"
                         MOVE "*** RASCUNHO - ALTERE PARA CONFIRMAR ***"
                                                       TO MENS
                         PERFORM ROT-MENS THRU ROT-MENS-FIM
                         MOVE 1 TO W-SEL
                         GO TO ACE-001
                      ELSE
                         MOVE "*** FERIADO JA CADASTRADO ***" TO MENS
                         PERFORM ROT-MENS THRU ROT-MENS-FIM
                         MOVE 1 TO W-SEL
                         GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ CADFERIADO"   TO MENS
                      MOVE MENS TO W-DL101-OPER
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
      *         ALTERAR CONFIRMA O FERIADO GERADO EM RASCUNHO
                MOVE SPACES TO FRDSITUACAO
                REWRITE REGFERIADO
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
