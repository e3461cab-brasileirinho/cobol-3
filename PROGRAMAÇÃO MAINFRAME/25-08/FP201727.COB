      * VERBA ORCADA POR CENTRO DE CUSTO E
      * COMPETENCIA. O FP201728 COMPARA O ORCADO
      * COM O REALIZADO DO FOPAGHIST MAIS OS
      * ENCARGOS PROVISIONADOS. ESTA TELA MANTEM A
      * VERSAO 00 (ORCAMENTO EM VIGOR); AS VERSOES
      * 01 EM DIANTE SAO PROPOSTAS GERADAS PELO
      * FP201769, QUE AO SER APROVADA PELO
      * ADMINISTRADOR E COPIADA PARA A VERSAO 00
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   05 ORCCDC         PIC 9(01).
                   05 ORCMES         PIC 9(02).
                   05 ORCANO         PIC 9(02).
                   05 ORCVERSAO      PIC 9(02).
                03 ORCVALOR          PIC 9(09)V99.
                03 ORCSITUACAO       PIC X(01).
                03 ORCOPERAPROV      PIC X(08).
                03 FILLER            PIC X(03).

       FD CUSTO
               LABEL RECORD IS STANDARD
           ELSE
               NEXT SENTENCE.
       INC-001.
                MOVE ZEROS TO ORCCDC ORCMES ORCANO ORCVALOR
                MOVE ZEROS TO ORCVERSAO
                MOVE SPACES TO ORCSITUACAO ORCOPERAPROV.
                DISPLAY TELAORCA.
       INC-002.
                ACCEPT TORCCDC
