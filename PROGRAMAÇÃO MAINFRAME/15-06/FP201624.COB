      **************************************
      * CARGA INICIAL EM MASSA DO CADASTRO DE FUNCIONARIOS *
      **************************************
      * SEXO (M/F) OBRIGATORIO; RACA/COR DE 1 A 6
      * (EM BRANCO ASSUME 6 - NAO INFORMADO)
      * SALARIO DIFERENTE DO SALARIO BASE DO CARGO
      * PASSA PELA ALCADA DO DL118: ACIMA DO LIMITE
      * OU FORA DA FAIXA O FUNCIONARIO E GRAVADO COM
      * O SALARIO DO CARGO E O SALARIO DA CARGA FICA
      * PENDENTE DE APROVACAO NO CADSALPEND. SE O
      * PEDIDO NAO PUDER SER GRAVADO FICA O SALARIO DO
      * CARGO E A LINHA SAI COMO ERRO NO RELCARGA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ALTERNATE RECORD KEY IS DENOMINACAO
                               WITH DUPLICATES.

           SELECT CADSESSAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.

           SELECT RELCARGA ASSIGN TO DISK
                03 CRGSALBASE    PIC 9(06)V99.
                03 CRGCDC        PIC 9(01).
                03 CRGTIPOCONTR  PIC X(01).
                03 CRGSEXO       PIC X(01).
                03 CRGRACA       PIC X(01).

       FD CADFUNC
               LABEL RECORD IS STANDARD
                03 FUNCSALBASE PIC 9(06)V99.
                03 FUNCCDC    PIC 9(01).
                03 FUNCESCOLARIDADE PIC 9(01).
                03 FUNCEMPRESA PIC 9(02).
                03 FUNCTIPOCONTR PIC X(01).
                03 FUNCSEXO   PIC X(01).
                03 FUNCRACA   PIC 9(01).
                03 FUNCPCD    PIC X(01).
                03 FUNCTIPODEF PIC 9(01).
                03 FILLER     PIC X(01).

       FD CADEPTO
               LABEL RECORD IS STANDARD
                03 NIVELESCOLARIDADE PIC 9(01).
                03 FILLER            PIC X(31).

       FD CADSESSAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSESSAO.DAT".
       01 REGSESSAO.
                03 SESOPERADOR       PIC X(08).
                03 SESPERFIL         PIC X(01).
                03 SESEMPRESA        PIC 9(02).
                03 FILLER            PIC X(09).

       FD RELCARGA
               LABEL RECORD IS STANDARD
       77 W-TOTGRAV     PIC 9(05) VALUE ZEROS.
       77 W-TOTREJ      PIC 9(05) VALUE ZEROS.
       77 W-DL103-INV   PIC 9(01) VALUE ZEROS.
       77 W-TOTPEND     PIC 9(05) VALUE ZEROS.
       77 W-TOTERRSAL   PIC 9(05) VALUE ZEROS.
       77 W-OPERADOR    PIC X(08) VALUE SPACES.
       77 W-EMPRESA     PIC 9(02) VALUE 01.
       77 W-SALPEND     PIC X(01) VALUE "N".
       77 W-SIND        PIC 9(03) VALUE ZEROS.
       77 W-PISO        PIC 9(06)V99 VALUE ZEROS.
       77 W-CONTRIB     PIC 9(02)V99 VALUE ZEROS.
       77 W-SALMES      PIC 9(08)V99 VALUE ZEROS.
       01 WS-LINREJ.
          03 WS-REJCHAPA   PIC 9(05).
          03 FILLER        PIC X(02) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       CRG-SESSAO.
           OPEN INPUT CADSESSAO
           IF ST-ERRO = "00"
              READ CADSESSAO
              IF ST-ERRO = "00"
                 MOVE SESOPERADOR TO W-OPERADOR
                 IF SESEMPRESA NOT = ZEROS
                    MOVE SESEMPRESA TO W-EMPRESA
                    CLOSE CADSESSAO
                 ELSE
                    CLOSE CADSESSAO
              ELSE
                 CLOSE CADSESSAO.
      *
       INC-OP0.
           OPEN INPUT CARGAFUNC
                                 ST-ERRO
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCARGO"
              GO TO ROT-FIMS.
       INC-OP4.
           OPEN OUTPUT RELCARGA
           IF ST-ERRO NOT = "00"
              MOVE "CARGO NAO CADASTRADO" TO WS-REJMOTIVO
              PERFORM REL-REJEITADO THRU REL-REJEITADO-FIM
              GO TO CRG-VALIDA-FIM.
           IF CRGSEXO NOT = "M" AND CRGSEXO NOT = "F"
              MOVE "SEXO INVALIDO (M/F)" TO WS-REJMOTIVO
              PERFORM REL-REJEITADO THRU REL-REJEITADO-FIM
              GO TO CRG-VALIDA-FIM.
           IF CRGRACA = SPACE
              MOVE "6" TO CRGRACA.
           IF CRGRACA < "1" OR CRGRACA > "6"
              MOVE "RACA/COR INVALIDA (1 A 6)" TO WS-REJMOTIVO
              PERFORM REL-REJEITADO THRU REL-REJEITADO-FIM
              GO TO CRG-VALIDA-FIM.
           IF CRGESTATUS = "D"
              MOVE "DEMITIDO SEM DATA DE DEMISSAO NA CARGA"
                                          TO WS-REJMOTIVO
              PERFORM REL-REJEITADO THRU REL-REJEITADO-FIM
              GO TO CRG-VALIDA-FIM.
      *    PISO DO SINDICATO - HORISTA 220 HORAS, DIARISTA 30
      *    DIAS; TAREFA/COMISSAO E ESTAGIARIO FICAM DE FORA
           MOVE ZEROS TO W-SIND W-PISO
           IF CRGTIPOCONTR NOT = "E"
              CALL "DL110" USING CRGDEPTO CRGCARGO W-SIND W-PISO
                                 W-CONTRIB.
           MOVE ZEROS TO W-SALMES
           IF CRGTIPOSAL = "M"
              MOVE CRGSALBASE TO W-SALMES.
           IF CRGTIPOSAL = "H"
              COMPUTE W-SALMES = CRGSALBASE * 220.
           IF CRGTIPOSAL = "D"
              COMPUTE W-SALMES = CRGSALBASE * 30.
           IF W-SIND NOT = ZEROS AND W-PISO NOT = ZEROS AND
              W-SALMES NOT = ZEROS AND W-SALMES < W-PISO
              MOVE "SALARIO ABAIXO DO PISO DO SINDICATO"
                             TO WS-REJMOTIVO
              PERFORM REL-REJEITADO THRU REL-REJEITADO-FIM
              GO TO CRG-VALIDA-FIM.
           PERFORM CRG-GRAVA THRU CRG-GRAVA-FIM.
       CRG-VALIDA-FIM.
           EXIT.
      *
       CRG-GRAVA.
      *    REGISTRO LIMPO - A LEITURA DA VALIDACAO DEIXA NO
      *    BUFFER O FUNCIONARIO JA CADASTRADO DA LINHA ANTERIOR
           MOVE SPACES       TO REGFUNC
           MOVE ZEROS        TO FUNCTIPODEF
           MOVE W-EMPRESA    TO FUNCEMPRESA
           MOVE "N"          TO FUNCPCD
           MOVE CRGCHAPA     TO CHAPA
           MOVE CRGNOME      TO NOME
           MOVE CRGCPF       TO CPF
           MOVE CRGCARGO     TO FUNCCARGO
           MOVE CRGTIPOSAL   TO FUNCTIPOSAL
           MOVE CRGSALBASE   TO FUNCSALBASE
           MOVE "N"          TO W-SALPEND
           IF CRGSALBASE NOT = SALARIOBASE
              CALL "DL118" USING CRGCHAPA CRGCARGO SALARIOBASE
                                 CRGSALBASE W-DL101-PROG W-OPERADOR
                                 W-SALPEND.
           IF W-SALPEND = "S" OR "E"
              MOVE SALARIOBASE TO FUNCSALBASE.
           MOVE CRGCDC       TO FUNCCDC
           MOVE NIVELESCOLARIDADE TO FUNCESCOLARIDADE
           MOVE CRGSEXO      TO FUNCSEXO
           MOVE CRGRACA      TO FUNCRACA
      *    TIPO DE CONTRATO: C=CLT A=APRENDIZ
      *    E=ESTAGIARIO P=PRAZO DETERMINADO
      *    (EM BRANCO ASSUME CLT)
           WRITE REGFUNC
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-TOTGRAV
              IF W-SALPEND = "S" OR "E"
                 PERFORM REL-PENDENTE THRU REL-PENDENTE-FIM
              ELSE
                 NEXT SENTENCE
           ELSE
              MOVE "ERRO NA GRAVACAO DO REGISTRO" TO WS-REJMOTIVO
              PERFORM REL-REJEITADO THRU REL-REJEITADO-FIM.
           WRITE REGRELCARGA.
       REL-REJEITADO-FIM.
           EXIT.
      *
       REL-PENDENTE.
           MOVE SPACES      TO WS-LINREJ
           MOVE CRGCHAPA    TO WS-REJCHAPA
           MOVE CRGNOME     TO WS-REJNOME
           IF W-SALPEND = "E"
              GO TO REL-PENDENTE-ERRO.
           ADD 1 TO W-TOTPEND
           MOVE "GRAVADO - SALARIO PENDENTE DE APROVACAO"
                            TO WS-REJMOTIVO
           GO TO REL-PENDENTE-LINHA.
      *    PEDIDO NAO GRAVADO NO CADSALPEND (ERRO NO LOG DL101):
      *    FICA O SALARIO DO CARGO E A LINHA SAI COMO ERRO
       REL-PENDENTE-ERRO.
           ADD 1 TO W-TOTERRSAL
           MOVE "GRAVADO C/ SAL.CARGO - ERRO NO PEDIDO"
                            TO WS-REJMOTIVO
           DISPLAY "ERRO NO PEDIDO DE APROVACAO SALARIAL - CHAPA "
                   CRGCHAPA.
       REL-PENDENTE-LINHA.
           MOVE SPACES      TO REGRELCARGA
           MOVE WS-LINREJ   TO REGRELCARGA
           WRITE REGRELCARGA.
       REL-PENDENTE-FIM.
           EXIT.
      *
       REL-CAB.
           MOVE SPACES      TO REGRELCARGA
           WRITE REGRELCARGA
           DISPLAY "REGISTROS LIDOS    : " W-TOTLIDOS
           DISPLAY "REGISTROS GRAVADOS : " W-TOTGRAV
           DISPLAY "REGISTROS REJEITADOS: " W-TOTREJ
           DISPLAY "SALARIOS PENDENTES : " W-TOTPEND
           DISPLAY "ERROS NO PEDIDO    : " W-TOTERRSAL.
       REL-RODAPE-FIM.
           EXIT.
      *
