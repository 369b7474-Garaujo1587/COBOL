       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP0043.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************
      *    CALLABLE WRITER FOR THE LOOKUP  *
      *    DEMAND LOG (CADDEM). SMP0025    *
      *    AND SMP0029 CALL IT FOR EVERY   *
      *    LOOKUP THAT DOES NOT END CLEAN, *
      *    SO ONE FILE TAKES BOTH MODULES' *
      *    ENTRIES EVEN WHEN THE SAME RUN  *
      *    UNIT CALLS THEM BOTH. THE FILE  *
      *    IS OPENED EXTEND ON THE FIRST   *
      *    CALL AND STAYS OPEN FOR THE RUN *
      *    UNIT (SEE SMP0025).             *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADDEMS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CADDEMF.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-DEM            PIC X(02) VALUE "00".

      *    THE FILE IS OPENED ON THE FIRST CALL ONLY
       77 W-ABERTO          PIC X(01) VALUE "N".
          88 ARQUIVO-ABERTO         VALUE "S".
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           COPY DEMLNK.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-DEMANDA.

      ********** OPEN OR CREATE THE LOG ON THE FIRST CALL ************
       R0-INICIO.
           IF ARQUIVO-ABERTO
              GO TO R2-GRAVA.
       R1-ABRE-ARQUIVO.
           OPEN EXTEND CADDEM
           IF ST-DEM NOT = "00"
              IF ST-DEM = "30" OR ST-DEM = "35"
                 OPEN OUTPUT CADDEM
                 CLOSE CADDEM
                 OPEN EXTEND CADDEM
                 IF ST-DEM NOT = "00"
                    MOVE "91" TO LNK-D-STATUS
                    GO TO R9-VOLTA
                 ELSE
                    NEXT SENTENCE
              ELSE
                 MOVE "91" TO LNK-D-STATUS
                 GO TO R9-VOLTA.
           MOVE "S" TO W-ABERTO.

      ********** STAMP AND WRITE THE ENTRY ***************************
       R2-GRAVA.
           ACCEPT DEM-DATA FROM DATE YYYYMMDD
           ACCEPT DEM-HORA FROM TIME
           MOVE LNK-D-MODULO      TO DEM-MODULO
           MOVE LNK-D-PROGRAMA    TO DEM-PROGRAMA
           MOVE LNK-D-STATUS-CONS TO DEM-STATUS
           MOVE LNK-D-COD         TO DEM-COD
           MOVE LNK-D-SUCESSOR    TO DEM-SUCESSOR
           MOVE LNK-D-UF          TO DEM-UF
           MOVE LNK-D-CIDADE      TO DEM-CIDADE
           MOVE LNK-D-ENDERECO    TO DEM-ENDERECO
           WRITE REGDEM
           IF ST-DEM NOT = "00"
              MOVE "91" TO LNK-D-STATUS
              GO TO R9-VOLTA.
           MOVE "00" TO LNK-D-STATUS.

      ********** BACK TO THE CALLER **********************************
       R9-VOLTA.
           EXIT PROGRAM.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    30 = ARQUIVO NAO ENCONTRADO
