       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL117.
       AUTHOR. LEONARDO.
      **************************************
      * ROTINA DE DOCUMENTOS EXIGIDOS PELO CARGO *
      **************************************
      * PARA CADA DOCUMENTO QUE O CARGO EXIGE NO
      * CADCARGODOC (FP201796) PROCURA O DOCUMENTO
      * DA CHAPA NO CADDOCFUN (FP201797). DEVOLVE
      * QUANTOS FALTAM OU ESTAO VENCIDOS NA DATA DE
      * HOJE (VALIDADE ZERO = SEM VENCIMENTO) E O
      * TIPO DO PRIMEIRO DELES PARA A MENSAGEM.
      * SEM O CADCARGODOC NENHUM CARGO EXIGE NADA
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCARGODOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CGDCHAVE
                    FILE STATUS  IS W-STCGD.

           SELECT CADDOCFUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DCFCHAVE
                    FILE STATUS  IS W-STDCF.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCARGODOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARGODOC.DAT".
       01 REGCARGODOC.
                03 CGDCHAVE.
                   05 CGDCARGO       PIC 9(03).
                   05 CGDTIPO        PIC X(03).
                03 FILLER            PIC X(14).

       FD CADDOCFUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOCFUN.DAT".
       01 REGDOCFUN.
                03 DCFCHAVE.
                   05 DCFCHAPA       PIC 9(05).
                   05 DCFTIPO        PIC X(03).
                03 DCFNUMERO         PIC X(20).
                03 DCFORGAO          PIC X(15).
                03 DCFVALIDADE       PIC 9(08).
                03 FILLER            PIC X(09).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-STCGD      PIC X(02) VALUE "00".
       77 W-STDCF      PIC X(02) VALUE "00".
       77 W-TEMDCF     PIC X(01) VALUE "N".
       77 W-HOJE8      PIC 9(08) VALUE ZEROS.
       01 W-HOJE       PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 DL117-CHAPA    PIC 9(05).
       01 DL117-CARGO    PIC 9(03).
       01 DL117-FALTA    PIC 9(02).
       01 DL117-TIPO     PIC X(03).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING DL117-CHAPA DL117-CARGO
                                 DL117-FALTA DL117-TIPO.
       DOC-000.
           MOVE ZEROS  TO DL117-FALTA
           MOVE SPACES TO DL117-TIPO
           ACCEPT W-HOJE FROM DATE
           COMPUTE W-HOJE8 = 20000000 + W-HOJE.
      *
      **********************
      * EXIGENCIAS DO CARGO *
      **********************
      *
       DOC-ABRE.
           OPEN INPUT CADCARGODOC
           IF W-STCGD NOT = "00"
              GO TO DOC-FIM.
           MOVE "N" TO W-TEMDCF
           OPEN INPUT CADDOCFUN
           IF W-STDCF = "00"
              MOVE "S" TO W-TEMDCF.
           MOVE DL117-CARGO TO CGDCARGO
           MOVE LOW-VALUES  TO CGDTIPO
           START CADCARGODOC KEY NOT < CGDCHAVE
           IF W-STCGD NOT = "00"
              GO TO DOC-FECHA.
       DOC-LOOP.
           READ CADCARGODOC NEXT RECORD
           IF W-STCGD NOT = "00"
              GO TO DOC-FECHA.
           IF CGDCARGO NOT = DL117-CARGO
              GO TO DOC-FECHA.
           IF W-TEMDCF NOT = "S"
              GO TO DOC-FALTA.
           MOVE DL117-CHAPA TO DCFCHAPA
           MOVE CGDTIPO     TO DCFTIPO
           READ CADDOCFUN
           IF W-STDCF NOT = "00"
              GO TO DOC-FALTA.
           IF DCFVALIDADE = ZEROS OR DCFVALIDADE NOT < W-HOJE8
              GO TO DOC-LOOP.
       DOC-FALTA.
           ADD 1 TO DL117-FALTA
           IF DL117-TIPO = SPACES
              MOVE CGDTIPO TO DL117-TIPO.
           GO TO DOC-LOOP.
       DOC-FECHA.
           CLOSE CADCARGODOC
           IF W-TEMDCF = "S"
              CLOSE CADDOCFUN.
       DOC-FIM.
           EXIT PROGRAM.
