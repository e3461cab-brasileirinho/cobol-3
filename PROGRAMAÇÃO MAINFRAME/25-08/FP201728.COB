      **************************************
      * ORCADO X REALIZADO POR CENTRO DE CUSTO *
      **************************************
      * COMPARA O ORCAMENTO EM VIGOR DO CADORCA
      * (VERSAO 00 - AS PROPOSTAS DO FP201769 SO
      * CONTAM DEPOIS DE APROVADAS) COM O
      * REALIZADO DA COMPETENCIA: CUSTO DA FOLHA
      * (FOPAGHIST) MAIS OS
      * ENCARGOS PROVISIONADOS DE 13 E FERIAS
                   05 ORCCDC         PIC 9(01).
                   05 ORCMES         PIC 9(02).
                   05 ORCANO         PIC 9(02).
                   05 ORCVERSAO      PIC 9(02).
                03 ORCVALOR          PIC 9(09)V99.
                03 ORCSITUACAO       PIC X(01).
                03 ORCOPERAPROV      PIC X(08).
                03 FILLER            PIC X(03).

       FD FOPAGHIST
               LABEL RECORD IS STANDARD
              GO TO ORC-IMPRIME.
           IF ORCANO NOT = W-ANO OR ORCMES > W-MES
              GO TO ORC-ORCADO-LOOP.
           IF ORCVERSAO NOT = ZEROS
              GO TO ORC-ORCADO-LOOP.
           COMPUTE W-IND = ORCCDC + 1
           ADD ORCVALOR TO TABCDC-ORCYTD (W-IND)
           IF ORCMES = W-MES
