       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP0048.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************
      *    CALLABLE DELIVERY-ZONE LOOKUP   *
      *    MODULE FOR THE ORDER-ENTRY      *
      *    PROGRAMS, CALLED THE SAME WAY   *
      *    AS SMP0025. GIVEN A COD IN THE  *
      *    ZONLNK AREA, ANSWERS THE ZONE,  *
      *    CARRIER AND LEAD TIME OF THE    *
      *    ZONCAD RANGE HOLDING IT. A COD  *
      *    CORREIOS RETIRED IS FOLLOWED    *
      *    THROUGH COD-SUCESSOR TO THE     *
      *    ACTIVE CODE FIRST. THE FILES    *
      *    ARE OPENED ON THE FIRST CALL    *
      *    AND STAY OPEN FOR THE RUN UNIT. *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADCEPS.
           COPY ZONCADS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CADCEPF.
           COPY ZONCADF.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-ZON            PIC X(02) VALUE "00".

      *    THE FILES ARE OPENED ON THE FIRST CALL ONLY
       77 W-ABERTO          PIC X(01) VALUE "N".
          88 ARQUIVOS-ABERTOS        VALUE "S".

      *    SUCCESSOR HOPS FOLLOWED FOR ONE LOOKUP - A CHAIN LONGER
      *    THAN W-MAX-SALTOS IS TAKEN AS BROKEN (A LOOP ON CADCEP)
       77 W-SALTOS          PIC 9(02) VALUE ZEROS.
       77 W-MAX-SALTOS      PIC 9(02) VALUE 10.
       77 W-COD-ATUAL       PIC 9(08) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           COPY ZONLNK.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-CONSULTA-ZONA.

      ********** OPEN THE FILES ON THE FIRST CALL ********************
       R0-INICIO.
           IF ARQUIVOS-ABERTOS
              GO TO R2-CONSULTA.
       R1-ABRE-ARQUIVOS.
           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
              MOVE "91" TO LNK-Z-STATUS
              GO TO R9-VOLTA.
           OPEN INPUT ZONCAD
           IF ST-ZON NOT = "00"
              CLOSE CADCEP
              MOVE "91" TO LNK-Z-STATUS
              GO TO R9-VOLTA.
           MOVE "S" TO W-ABERTO.

      ********** CLEAR THE ANSWER ************************************
       R2-CONSULTA.
           MOVE SPACES TO LNK-Z-UF LNK-Z-ZONA LNK-Z-TRANSPORTADORA
           MOVE ZEROS  TO LNK-Z-PRAZO W-SALTOS
           MOVE LNK-Z-COD TO W-COD-ATUAL LNK-Z-COD-ZONA.

      ***** LOOK THE COD UP ON CADCEP, FOLLOWING A RETIRED CODE TO ***
      ***** ITS SUCCESSOR. A CHAIN THAT ENDS WITHOUT AN ACTIVE CODE **
      ***** (NO SUCCESSOR, A SUCCESSOR MISSING FROM CADCEP, OR MORE **
      ***** THAN W-MAX-SALTOS HOPS) IS ANSWERED 63 WITH THE LAST *****
      ***** CODE REACHED IN LNK-Z-COD-ZONA ***************************
       R3-LE-CEP.
           MOVE W-COD-ATUAL TO COD
           READ CADCEP
           IF ST-ERRO = "23"
              IF W-SALTOS = ZEROS
                 MOVE "23" TO LNK-Z-STATUS
                 GO TO R9-VOLTA
              ELSE
                 MOVE "63" TO LNK-Z-STATUS
                 GO TO R9-VOLTA.
           IF ST-ERRO NOT = "00"
              MOVE "91" TO LNK-Z-STATUS
              GO TO R9-VOLTA.
           MOVE COD TO LNK-Z-COD-ZONA
           MOVE UF  TO LNK-Z-UF
           IF CEP-ATIVO
              GO TO R4-PROCURA-ZONA.
           IF COD-SUCESSOR = ZEROS
               OR W-SALTOS NOT < W-MAX-SALTOS
              MOVE "63" TO LNK-Z-STATUS
              GO TO R9-VOLTA.
           ADD 1 TO W-SALTOS
           MOVE COD-SUCESSOR TO W-COD-ATUAL
           GO TO R3-LE-CEP.

      ***** THE RANGES NEVER OVERLAP, SO THE FIRST RANGE ENDING AT ***
      ***** OR AFTER THE COD IS THE ONLY ONE THAT CAN HOLD IT ********
       R4-PROCURA-ZONA.
           MOVE COD TO ZON-COD-FIM
           START ZONCAD KEY IS NOT LESS THAN ZON-COD-FIM
           IF ST-ZON = "23"
              MOVE "64" TO LNK-Z-STATUS
              GO TO R9-VOLTA.
           IF ST-ZON NOT = "00"
              MOVE "91" TO LNK-Z-STATUS
              GO TO R9-VOLTA.
           READ ZONCAD NEXT RECORD
           IF ST-ZON = "10"
              MOVE "64" TO LNK-Z-STATUS
              GO TO R9-VOLTA.
           IF ST-ZON NOT = "00"
              MOVE "91" TO LNK-Z-STATUS
              GO TO R9-VOLTA.
           IF ZON-COD-INI > COD
              MOVE "64" TO LNK-Z-STATUS
              GO TO R9-VOLTA.
           MOVE ZON-ZONA           TO LNK-Z-ZONA
           MOVE ZON-TRANSPORTADORA TO LNK-Z-TRANSPORTADORA
           MOVE ZON-PRAZO          TO LNK-Z-PRAZO
           MOVE "00" TO LNK-Z-STATUS.

      ********** BACK TO THE CALLER **********************************
       R9-VOLTA.
           EXIT PROGRAM.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
