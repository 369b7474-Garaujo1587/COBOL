      **************************************
      *    PRINTED LISTING OF REGISTER CEP  *
      *    GROUPED BY UF AND CIDADE         *
      *    C AT START LISTS THE HEAD-OFFICE *
      *    CONSOLIDATED MASTER (CADCON,     *
      *    BUILT BY SMP0052) INSTEAD, WITH  *
      *    THE REGION OF EACH RECORD.       *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADCEPS.
           COPY CADCONS.
           SELECT SORTCEP ASSIGN TO DISK.
           SELECT RELCEP  ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY CADCEPF.
           COPY CADCONF.
       SD  SORTCEP.
       01  REGSORT.
           03  S-COD         PIC 9(08).
           03  S-SITUACAO    PIC X(01).
           03  S-DATA-DESATIV PIC 9(08).
           03  S-COD-SUCESSOR PIC 9(08).
           03  S-REGIAO      PIC X(03).
       FD  RELCEP
               LABEL RECORD IS STANDARD.
       01  LINHA-REL         PIC X(132).
       WORKING-STORAGE SECTION.
       01  ST-ERRO           PIC X(02) VALUE "00".
       01  ST-REL            PIC X(02) VALUE "00".
       01  ST-CON            PIC X(02) VALUE "00".
       77  W-ORIGEM          PIC X(01) VALUE SPACES.
           88  ORIGEM-CONSOLIDADA     VALUE "C" "c".
       77  W-ERRO-SORT       PIC X(01) VALUE "N".
       77  W-LINHA           PIC 9(02) VALUE 99.
       77  W-PAGINA          PIC 9(04) VALUE ZEROS.
       77  W-MAX-LINHAS      PIC 9(02) VALUE 55.
           03  FILLER        PIC X(20) VALUE SPACES.
           03  FILLER        PIC X(40)
               VALUE "LISTING OF REGISTER CEP BY UF/CIDADE".
           03  LC-T-ORIGEM   PIC X(10) VALUE SPACES.
           03  FILLER        PIC X(06) VALUE "PAGE: ".
           03  LC-T-PAGINA   PIC ZZZ9.
           03  FILLER        PIC X(52) VALUE SPACES.
           03  FILLER        PIC X(04) VALUE "UF".
           03  FILLER        PIC X(04) VALUE "TP".
           03  FILLER        PIC X(02) VALUE "ST".
           03  FILLER        PIC X(01) VALUE SPACES.
           03  LC-C-REGIAO   PIC X(03) VALUE SPACES.
           03  FILLER        PIC X(08) VALUE SPACES.

       01  LC-UF.
           03  FILLER        PIC X(06) VALUE "UF -> ".
           03  LD-TIPO       PIC X(01).
           03  FILLER        PIC X(03) VALUE SPACES.
           03  LD-SIT        PIC X(01).
           03  FILLER        PIC X(02) VALUE SPACES.
           03  LD-REGIAO     PIC X(03).
           03  FILLER        PIC X(08) VALUE SPACES.

       01  LC-TOTAL-UF.
           03  FILLER        PIC X(10) VALUE SPACES.

      ********** MAINLINE ****************************************
       R0-INICIO.
           DISPLAY "SMP0007 - FILE TO LIST (C=CONSOLIDATED CADCON,"
               " ENTER=CADCEP): "
           ACCEPT W-ORIGEM
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           OPEN OUTPUT RELCEP
           IF ST-REL NOT = "00"
              DISPLAY "SMP0007 - ERROR OPENING RELCEP STATUS " ST-REL
              GO TO ROT-FIM.
           IF ORIGEM-CONSOLIDADA
              MOVE "- CADCON" TO LC-T-ORIGEM
              MOVE "REG"      TO LC-C-REGIAO
              SORT SORTCEP ON ASCENDING KEY S-UF
                               ASCENDING KEY S-CIDADE
                               ASCENDING KEY S-COD
                  INPUT PROCEDURE R3-LE-CADCON THRU R3-LE-CADCON-EXIT
                  OUTPUT PROCEDURE R4-IMPRIME THRU R4-IMPRIME-EXIT
           ELSE
              SORT SORTCEP ON ASCENDING KEY S-UF
                               ASCENDING KEY S-CIDADE
                               ASCENDING KEY S-COD
                  INPUT PROCEDURE R2-LE-CADCEP THRU R2-LE-CADCEP-EXIT
                  OUTPUT PROCEDURE R4-IMPRIME THRU R4-IMPRIME-EXIT.
           IF W-ERRO-SORT = "S"
              CLOSE RELCEP
              MOVE 16 TO RETURN-CODE
              GO TO ROT-FIM.
           PERFORM R5-TOTAL-GERAL THRU R5-TOTAL-GERAL-EXIT
           CLOSE RELCEP
           STOP RUN.

      ********** INPUT PROCEDURE - THE LOCAL MASTER ******************
       R2-LE-CADCEP.
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
              DISPLAY "SMP0007 - ERROR OPENING CADCEP STATUS " ST-ERRO
              MOVE "S" TO W-ERRO-SORT
              GO TO R2-LE-CADCEP-EXIT.
       R2-LE-CEP.
           READ CADCEP NEXT RECORD
              AT END GO TO R2-FIM-CEP.
           MOVE REGCEP TO REGSORT
           MOVE SPACES TO S-REGIAO
           RELEASE REGSORT
           GO TO R2-LE-CEP.
       R2-FIM-CEP.
           CLOSE CADCEP.
       R2-LE-CADCEP-EXIT.
           EXIT.

      ********** INPUT PROCEDURE - THE CONSOLIDATED MASTER ***********
       R3-LE-CADCON.
           OPEN INPUT CADCON
           IF ST-CON NOT = "00"
              DISPLAY "SMP0007 - ERROR OPENING CADCON - RUN SMP0052"
                  " FIRST - STATUS " ST-CON
              MOVE "S" TO W-ERRO-SORT
              GO TO R3-LE-CADCON-EXIT.
       R3-LE-CON.
           READ CADCON NEXT RECORD
              AT END GO TO R3-FIM-CON.
           MOVE CON-CEP    TO REGSORT
           MOVE CON-REGIAO TO S-REGIAO
           RELEASE REGSORT
           GO TO R3-LE-CON.
       R3-FIM-CON.
           CLOSE CADCON.
       R3-LE-CADCON-EXIT.
           EXIT.

      ********** OUTPUT PROCEDURE - PRINTS THE SORTED RECORDS ********
      ***** NOTHING IS PRINTED WHEN THE INPUT PROCEDURE FAILED *******
       R4-IMPRIME.
           IF W-ERRO-SORT = "S"
              GO TO R4-IMPRIME-EXIT.
       R4-RETORNA.
           RETURN SORTCEP
              AT END GO TO R4-IMPRIME-EXIT.
           MOVE S-UF          TO LD-UF
           MOVE S-TIPO        TO LD-TIPO
           MOVE S-SITUACAO    TO LD-SIT
           MOVE S-REGIAO      TO LD-REGIAO
           WRITE LINHA-REL FROM LC-DETALHE
           ADD 1 TO W-LINHA
           ADD 1 TO W-CONT-UF
