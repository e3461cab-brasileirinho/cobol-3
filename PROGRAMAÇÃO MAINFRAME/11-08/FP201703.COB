      * VIGENCIA ATE A COMPETENCIA ABERTA, GRAVANDO
      * CADHIST (IMAGENS B/A) E CADTRANSF QUANDO O
      * DEPARTAMENTO MUDA, COMO O FP201613 FARIA,
      * E IMPRIME O QUE FOI APLICADO. PROMOCAO PARA
      * CARGO QUE EXIGE DOCUMENTO (CADCARGODOC) SEM
      * ELE VALIDO NO CADDOCFUN SAI COM AVISO (DL117).
      * SALARIO AGENDADO ACIMA DA ALCADA OU FORA DA
      * FAIXA DO CARGO NAO E APLICADO: FICA PENDENTE
      * DE APROVACAO NO CADSALPEND (DL118)
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   05 DIA     PIC 9(02).
                   05 MES     PIC 9(02).
                   05 ANO     PIC 9(04).
                03 TRFEMPANT         PIC 9(02).
                03 TRFEMPNOVO        PIC 9(02).
                03 FILLER            PIC X(09).

       FD CADSESSAO
               LABEL RECORD IS STANDARD
       01 W-REGHIST     PIC X(118) VALUE SPACES.
       77 W-SEQLIVRE    PIC 9(02) VALUE ZEROS.
       77 W-DEPTOANT    PIC 9(03) VALUE ZEROS.
       77 W-CARGOANT    PIC 9(03) VALUE ZEROS.
       77 W-DL117-FALTA PIC 9(02) VALUE ZEROS.
       77 W-DL117-TIPO  PIC X(03) VALUE SPACES.
       77 W-TOTDOC      PIC 9(05) VALUE ZEROS.
       77 W-TOTPEND     PIC 9(05) VALUE ZEROS.
       77 W-SALPEND     PIC X(01) VALUE "N".
       77 W-TOTAPLIC    PIC 9(05) VALUE ZEROS.
       77 W-CTLLIDOS    PIC 9(07) VALUE ZEROS.
       77 W-CTLGRAV     PIC 9(07) VALUE ZEROS.
          03 WS-DETDEPTO  PIC 9(03).
          03 FILLER       PIC X(11) VALUE "  SALARIO: ".
          03 WS-DETSAL    PIC ZZZ.ZZZ,99.
       01 WS-LINDOC.
          03 FILLER       PIC X(42) VALUE
             "       ** CARGO EXIGE DOCUMENTO VALIDO: ".
          03 WS-DOCTIPO   PIC X(03).
          03 FILLER       PIC X(10) VALUE " - FALTAM ".
          03 WS-DOCFALTA  PIC Z9.
       01 WS-LINPEND.
          03 FILLER       PIC X(42) VALUE
             "       ** SALARIO PENDENTE DE APROVACAO: ".
          03 WS-PENDSAL   PIC ZZZ.ZZZ,99.
       01 WS-LINERRSAL.
          03 FILLER       PIC X(42) VALUE
             "       ** ERRO NO PEDIDO - NAO APLICADO: ".
          03 WS-ERRSAL    PIC ZZZ.ZZZ,99.
       01 WS-RODAPE.
          03 FILLER        PIC X(21) VALUE "MUDANCAS APLICADAS:  ".
          03 WS-RODAPLIC   PIC ZZZZ9.
       01 WS-RODAPE2.
          03 FILLER        PIC X(23) VALUE "SEM DOCUMENTO EXIGIDO: ".
          03 WS-RODDOC     PIC ZZZZ9.
       01 WS-RODAPE3.
          03 FILLER        PIC X(21) VALUE "SALARIOS PENDENTES:  ".
          03 WS-RODPEND    PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           IF ST-ERRO NOT = "00"
              GO TO AGD-APLICA-FIM.
           MOVE FUNCDEPTO TO W-DEPTOANT
           MOVE FUNCCARGO TO W-CARGOANT
           MOVE "B" TO W-HISTTIPO
           PERFORM AGD-HIST THRU AGD-HIST-FIM
           IF AGDCARGO NOT = ZEROS
              MOVE AGDCARGO TO FUNCCARGO.
           MOVE "N" TO W-SALPEND
           IF AGDSALBASE NOT = ZEROS AND AGDSALBASE NOT = FUNCSALBASE
              CALL "DL118" USING CHAPA FUNCCARGO FUNCSALBASE
                                 AGDSALBASE W-DL101-PROG W-OPERADOR
                                 W-SALPEND
              IF W-SALPEND = "N"
                 MOVE AGDSALBASE TO FUNCSALBASE.
           IF AGDDEPTO NOT = ZEROS
              MOVE AGDDEPTO TO FUNCDEPTO.
           REWRITE REGFUNC
           MOVE FUNCSALBASE TO WS-DETSAL
           MOVE SPACES    TO REGRELAGENDA
           MOVE WS-LINDET TO REGRELAGENDA
           WRITE REGRELAGENDA
           IF W-SALPEND = "S"
              ADD 1 TO W-TOTPEND
              MOVE AGDSALBASE TO WS-PENDSAL
              MOVE SPACES     TO REGRELAGENDA
              MOVE WS-LINPEND TO REGRELAGENDA
              WRITE REGRELAGENDA.
      *    PEDIDO QUE NAO FOI GRAVADO NO CADSALPEND: O SALARIO
      *    NAO MUDA E A LINHA SAI COMO ERRO (DL101 JA REGISTROU)
           IF W-SALPEND = "E"
              MOVE AGDSALBASE   TO WS-ERRSAL
              MOVE SPACES       TO REGRELAGENDA
              MOVE WS-LINERRSAL TO REGRELAGENDA
              WRITE REGRELAGENDA
              DISPLAY "ERRO NO PEDIDO DE APROVACAO SALARIAL - CHAPA "
                      CHAPA.
           IF FUNCCARGO NOT = W-CARGOANT
              PERFORM AGD-DOCS THRU AGD-DOCS-FIM.
       AGD-APLICA-FIM.
           EXIT.
      *
       AGD-DOCS.
           CALL "DL117" USING CHAPA FUNCCARGO W-DL117-FALTA
                              W-DL117-TIPO
           IF W-DL117-FALTA = ZEROS
              GO TO AGD-DOCS-FIM.
           ADD 1 TO W-TOTDOC
           MOVE W-DL117-TIPO  TO WS-DOCTIPO
           MOVE W-DL117-FALTA TO WS-DOCFALTA
           MOVE SPACES    TO REGRELAGENDA
           MOVE WS-LINDOC TO REGRELAGENDA
           WRITE REGRELAGENDA.
       AGD-DOCS-FIM.
           EXIT.
      *
       AGD-HIST.
      *    GRAVACAO NO HISTORICO INDEXADO (CADHISTIX)
           MOVE W-SYSDIA   TO DIA OF TRFDATA
           MOVE W-SYSMES   TO MES OF TRFDATA
           COMPUTE ANO OF TRFDATA = 2000 + W-SYSANO
           MOVE ZEROS      TO TRFEMPANT TRFEMPNOVO
           WRITE REGTRANSF
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQ CADTRANSF"
           MOVE SPACES     TO REGRELAGENDA
           MOVE WS-RODAPE  TO REGRELAGENDA
           WRITE REGRELAGENDA
           IF W-TOTDOC > ZEROS
              MOVE W-TOTDOC   TO WS-RODDOC
              MOVE SPACES     TO REGRELAGENDA
              MOVE WS-RODAPE2 TO REGRELAGENDA
              WRITE REGRELAGENDA.
           IF W-TOTPEND > ZEROS
              MOVE W-TOTPEND  TO WS-RODPEND
              MOVE SPACES     TO REGRELAGENDA
              MOVE WS-RODAPE3 TO REGRELAGENDA
              WRITE REGRELAGENDA.
           MOVE W-TOTAPLIC TO W-CTLGRAV
           COMPUTE W-CTLPULADOS = W-CTLLIDOS - W-CTLGRAV
           CALL "DL104" USING W-DL101-PROG W-CTLLIDOS
