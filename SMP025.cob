      *    DAY-OLD EXTSAI COPY. THE FILES  *
      *    ARE OPENED ON THE FIRST CALL    *
      *    AND STAY OPEN FOR THE RUN UNIT. *
      *    A LOOKUP ENDING 23, 61, 62 OR   *
      *    63 IS WRITTEN TO THE DEMAND LOG *
      *    (CADDEM) THROUGH SMP0043 UNDER  *
      *    THE CALLER'S LNK-PROGRAMA.      *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
      *    THE FILES ARE OPENED ON THE FIRST CALL ONLY
       77 W-ABERTO          PIC X(01) VALUE "N".
          88 ARQUIVOS-ABERTOS        VALUE "S".

      *    LOOKUP DEMAND LOG (SEE SMP0043)
           COPY DEMLNK.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           READ CADCEP
           IF ST-ERRO = "23"
              MOVE "23" TO LNK-STATUS
              GO TO R8-REGISTRA-DEMANDA.
           IF ST-ERRO NOT = "00"
              MOVE "91" TO LNK-STATUS
              GO TO R9-VOLTA.
           IF CEP-DESATIVADO
              MOVE COD-SUCESSOR TO LNK-SUCESSOR
              MOVE "63" TO LNK-STATUS
              GO TO R8-REGISTRA-DEMANDA.

      ********** CROSS-CHECK THE UF AND ITS COD RANGE ****************
      ***** THE RECORD IS STILL ANSWERED IN FULL ON 61/62 SO THE *****
           READ UFCAD
           IF ST-UF NOT = "00"
              MOVE "61" TO LNK-STATUS
              GO TO R8-REGISTRA-DEMANDA.
           IF COD < UFC-FAIXA-INI
               OR COD > UFC-FAIXA-FIM
              MOVE "62" TO LNK-STATUS
              GO TO R8-REGISTRA-DEMANDA.
           MOVE "00" TO LNK-STATUS
           GO TO R9-VOLTA.

      ********** LOG THE LOOKUP THAT DID NOT END CLEAN ***************
      ***** A LOG FAILURE NEVER HOLDS THE ORDER - THE ANSWER ALREADY *
      ***** IN LNK-CONSULTA-CEP GOES BACK AS IT IS *******************
       R8-REGISTRA-DEMANDA.
           MOVE "C"          TO LNK-D-MODULO
           MOVE LNK-PROGRAMA TO LNK-D-PROGRAMA
           MOVE LNK-STATUS   TO LNK-D-STATUS-CONS
           MOVE LNK-COD      TO LNK-D-COD
           MOVE LNK-SUCESSOR TO LNK-D-SUCESSOR
           MOVE LNK-UF       TO LNK-D-UF
           MOVE LNK-CIDADE   TO LNK-D-CIDADE
           MOVE LNK-ENDERECO TO LNK-D-ENDERECO
           CALL "SMP0043" USING LNK-DEMANDA.

      ********** BACK TO THE CALLER **********************************
       R9-VOLTA.
