      * PAGA SOMANDO NAS HORAS EXTRAS 50% DO
      * CADPONTO DO MES (PNTHOREX50), QUE O
      * FP201615 VALORA PARA HORISTAS E
      * MENSALISTAS. O FP201670 TAMBEM CREDITA AQUI
      * (TIPO C, BHORIGEM I) AS HORAS EXTRAS NAO
      * AUTORIZADAS QUANDO O PARAMETRO 16 MANDA
      * PARA O BANCO; ESSES CREDITOS ENTRAM NO
      * MESMO FIFO
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                03 BHMES             PIC 9(02).
                03 BHANO             PIC 9(02).
                03 BHHORAS           PIC 9(03).
                03 BHORIGEM          PIC X(01).
                03 FILLER            PIC X(14).

       FD CADPARAM
               LABEL RECORD IS STANDARD
           MOVE W-SEQLIVRE TO BHSEQ
           MOVE W-MES      TO BHMES
           MOVE W-ANO      TO BHANO
           MOVE SPACES     TO BHORIGEM
           IF W-DIF > ZEROS
              MOVE "C"   TO BHTIPO
              MOVE W-DIF TO BHHORAS
