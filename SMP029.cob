      *    SMP0005. THE FILES ARE OPENED   *
      *    ON THE FIRST CALL AND STAY OPEN *
      *    FOR THE RUN UNIT.               *
      *    A SEARCH THAT FINDS NOTHING IS  *
      *    WRITTEN TO THE DEMAND LOG       *
      *    (CADDEM) THROUGH SMP0043 UNDER  *
      *    THE CALLER'S LNK-B-PROGRAMA.    *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
       77 W-RESTO           PIC X(30) VALUE SPACES.
       77 W-PTR             PIC 9(02) VALUE ZEROS.
       77 W-TERMO-NOVO      PIC X(35) VALUE SPACES.

      *    LOOKUP DEMAND LOG (SEE SMP0043)
           COPY DEMLNK.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           READ UFCAD
           IF ST-UF NOT = "00"
              MOVE "61" TO LNK-B-STATUS
              GO TO R8A-REGISTRA-DEMANDA.
           MOVE LNK-B-UF     TO W-UF
           MOVE LNK-B-CIDADE TO W-CIDADE
           PERFORM R4-NORMALIZA THRU R4-NORMALIZA-EXIT
           START CADCEP KEY IS NOT LESS THAN CIDADE
           IF ST-ERRO NOT = "00"
              MOVE "10" TO LNK-B-STATUS
              GO TO R8A-REGISTRA-DEMANDA.
           MOVE "S" TO W-POSICIONADO
           GO TO R5-FRENTE.

           READ CADCEP NEXT RECORD
              AT END
                 MOVE "10" TO LNK-B-STATUS
                 GO TO R8A-REGISTRA-DEMANDA.
           IF CIDADE NOT = W-CIDADE
              MOVE "10" TO LNK-B-STATUS
              GO TO R8A-REGISTRA-DEMANDA.
           IF UF NOT = W-UF
              GO TO R5-LE.
           PERFORM R7-COMPARA THRU R7-COMPARA-EXIT
           READ CADCEP PREVIOUS RECORD
              AT END
                 MOVE "10" TO LNK-B-STATUS
                 GO TO R8A-REGISTRA-DEMANDA.
           IF CIDADE NOT = W-CIDADE
              MOVE "10" TO LNK-B-STATUS
              GO TO R8A-REGISTRA-DEMANDA.
           IF UF NOT = W-UF
              GO TO R6-LE.
           PERFORM R7-COMPARA THRU R7-COMPARA-EXIT
           MOVE TIPO        TO LNK-B-R-TIPO
           MOVE SITUACAO    TO LNK-B-R-SITUACAO
           MOVE COD-SUCESSOR TO LNK-B-R-SUCESSOR
           MOVE "00"        TO LNK-B-STATUS
           GO TO R9-VOLTA.

      ********** LOG A SEARCH THAT FOUND NOTHING *********************
      ***** ONLY THE I CALL COUNTS - AN N OR P CALL RUNNING OFF THE **
      ***** END OF THE CANDIDATES HAD ALREADY FOUND SOMETHING. A LOG *
      ***** FAILURE NEVER HOLDS THE CALLER ***************************
       R8A-REGISTRA-DEMANDA.
           IF NOT LNK-B-INICIA
              GO TO R9-VOLTA.
           MOVE "R"            TO LNK-D-MODULO
           MOVE LNK-B-PROGRAMA TO LNK-D-PROGRAMA
           MOVE LNK-B-STATUS   TO LNK-D-STATUS-CONS
           MOVE ZEROS          TO LNK-D-COD LNK-D-SUCESSOR
           MOVE LNK-B-UF       TO LNK-D-UF
           MOVE LNK-B-CIDADE   TO LNK-D-CIDADE
           MOVE LNK-B-ENDERECO TO LNK-D-ENDERECO
           CALL "SMP0043" USING LNK-DEMANDA.

      ********** BACK TO THE CALLER **********************************
       R9-VOLTA.
