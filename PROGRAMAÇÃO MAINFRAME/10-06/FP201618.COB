      **************************************
      * MANUTENCAO DO CADASTRO DE FERIAS   *
      **************************************
      * PERIODO NOVO SO ENTRA PELA SOLICITA-
      * CAO APROVADA NO AUTOATENDIMENTO
      * (FP201725). AQUI FICAM A CONSULTA, A
      * ALTERACAO E A EXCLUSAO PARA ACERTOS
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   MOVE "*** PERIODO NOVO SO PELO AUTOATENDIMENTO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       INC-004.
                ACCEPT TFERFIM
                IF FERFIM = ZEROS
