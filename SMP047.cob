       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP0047.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************
      *    MAINTENANCE OF THE DELIVERY-    *
      *    ZONE TABLE (ZONCAD): FREIGHT    *
      *    ZONE, CARRIER AND LEAD TIME BY  *
      *    CEP RANGE. A RANGE MUST LIE     *
      *    INSIDE THE UFCAD RANGE OF ITS   *
      *    UF AND MAY NOT OVERLAP ANOTHER  *
      *    RANGE ALREADY ON THE TABLE.     *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ZONCADS.
           COPY UFCADS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY ZONCADF.
           COPY UFCADF.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 W-ACAO    PIC X(01) VALUE SPACES.
       01 ST-ZON        PIC X(02) VALUE "00".
       01 ST-UF         PIC X(02) VALUE "00".

      *    THE RANGE ON THE SCREEN, KEPT WHILE THE TABLE IS READ
      *    FOR AN OVERLAPPING RANGE
       01 W-REGZON      PIC X(45) VALUE SPACES.
       01 W-REGZON-R REDEFINES W-REGZON.
          03 W-ZON-INI  PIC 9(08).
          03 W-ZON-FIM  PIC 9(08).
          03 FILLER     PIC X(29).

       01 W-MENS-SOBREPOE.
          03 FILLER     PIC X(20) VALUE "*** OVERLAPS RANGE  ".
          03 W-SOB-INI  PIC 9(08).
          03 FILLER     PIC X(01) VALUE "-".
          03 W-SOB-FIM  PIC 9(08).
          03 FILLER     PIC X(13) VALUE " ***         ".

       01 W-MENS-FAIXA-UF.
          03 FILLER     PIC X(16) VALUE "*** UF RANGE IS ".
          03 W-FXU-INI  PIC 9(08).
          03 FILLER     PIC X(01) VALUE "-".
          03 W-FXU-FIM  PIC 9(08).
          03 FILLER     PIC X(17) VALUE " ***             ".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAZON.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                         REGISTER DELIVERY ".
           05  LINE 02  COLUMN 44
               VALUE  "ZONE".
           05  LINE 05  COLUMN 01
               VALUE  "   COD RANGE START:".
           05  LINE 07  COLUMN 01
               VALUE  "   COD RANGE END:".
           05  LINE 09  COLUMN 01
               VALUE  "   UF:".
           05  LINE 11  COLUMN 01
               VALUE  "   ZONE:".
           05  LINE 13  COLUMN 01
               VALUE  "   CARRIER:".
           05  LINE 15  COLUMN 01
               VALUE  "   LEAD TIME (DAYS):".
           05  TINI
               LINE 05  COLUMN 21  PIC 9(08)
               USING  ZON-COD-INI
               HIGHLIGHT.
           05  TFIM
               LINE 07  COLUMN 19  PIC 9(08)
               USING  ZON-COD-FIM
               HIGHLIGHT.
           05  TUF
               LINE 09  COLUMN 08  PIC X(02)
               USING  ZON-UF
               HIGHLIGHT.
           05  TZONA
               LINE 11  COLUMN 10  PIC X(04)
               USING  ZON-ZONA
               HIGHLIGHT.
           05  TTRANSP
               LINE 13  COLUMN 13  PIC X(20)
               USING  ZON-TRANSPORTADORA
               HIGHLIGHT.
           05  TPRAZO
               LINE 15  COLUMN 22  PIC 9(03)
               USING  ZON-PRAZO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      ********** OPEN OR CREATE FILE *************************
       R0.
           OPEN I-O ZONCAD
           IF ST-ZON NOT = "00"
              IF ST-ZON = "30"
                 OPEN OUTPUT ZONCAD
                 CLOSE ZONCAD
                 MOVE "*** CREATE FILE ZONCAD **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                 MOVE "ERROR IN OPEN ZONCAD" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
           ELSE
                 NEXT SENTENCE.
           OPEN INPUT UFCAD
           IF ST-UF NOT = "00"
              MOVE "ERROR IN OPEN UFCAD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ZONCAD
              GO TO ROT-FIM2.

      ********* RESET FIELDS AND SHOW SCREEN **********************
       R1.
           MOVE SPACES TO ZON-UF ZON-ZONA ZON-TRANSPORTADORA W-ACAO
           MOVE ZEROS  TO ZON-COD-INI ZON-COD-FIM ZON-PRAZO
           DISPLAY TELAZON.

       R2.
           ACCEPT TINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF ZON-COD-INI = ZEROS
              MOVE "*** ENTER COD RANGE START ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       READ-ZONCAD.
           READ ZONCAD
           IF ST-ZON NOT = "23"
             IF ST-ZON = "00"
                DISPLAY TELAZON
                GO TO ACE-001

             ELSE
                MOVE "ERROR READING THE FILE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                NEXT SENTENCE.

       R3.
           DISPLAY TELAZON
           ACCEPT TFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF ZON-COD-FIM = ZEROS
              MOVE "ENTER COD RANGE END" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF ZON-COD-FIM < ZON-COD-INI
              MOVE "*** RANGE END BEFORE RANGE START ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

      ***** THE UF MUST BE ON UFCAD AND HOLD BOTH ENDS OF THE RANGE **
       R4.
           DISPLAY TELAZON
           ACCEPT TUF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF ZON-UF = SPACES
              MOVE "ENTER UF" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE ZON-UF TO UFC-COD
           READ UFCAD
           IF ST-UF = "23"
              MOVE "*** UF NOT ON UFCAD ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF ST-UF NOT = "00"
              MOVE "ERROR READING UFCAD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF ZON-COD-INI < UFC-FAIXA-INI
               OR ZON-COD-FIM > UFC-FAIXA-FIM
              MOVE UFC-FAIXA-INI TO W-FXU-INI
              MOVE UFC-FAIXA-FIM TO W-FXU-FIM
              MOVE W-MENS-FAIXA-UF TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R5.
           DISPLAY TELAZON
           ACCEPT TZONA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF ZON-ZONA = SPACES
              MOVE "ENTER ZONE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           DISPLAY TELAZON
           ACCEPT TTRANSP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF ZON-TRANSPORTADORA = SPACES
              MOVE "ENTER CARRIER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

      ***** ZERO DAYS IS ACCEPTED - SAME-DAY DELIVERY ****************
       R7.
           DISPLAY TELAZON
           ACCEPT TPRAZO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.

      ***** THE FIRST OTHER RANGE ENDING AT OR AFTER THE NEW START ***
      ***** IS THE ONLY ONE THAT CAN OVERLAP IT - EVERY LATER RANGE **
      ***** STARTS AFTER THAT ONE ENDS *******************************
       R8-SOBREPOSICAO.
           MOVE REGZON TO W-REGZON
           MOVE W-ZON-INI TO ZON-COD-FIM
           START ZONCAD KEY IS NOT LESS THAN ZON-COD-FIM
           IF ST-ZON = "23"
              GO TO R8-FIM.
           IF ST-ZON NOT = "00"
              MOVE "ERROR READING THE FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R8-LE.
           READ ZONCAD NEXT RECORD
           IF ST-ZON = "10"
              GO TO R8-FIM.
           IF ST-ZON NOT = "00"
              MOVE "ERROR READING THE FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF ZON-COD-INI = W-ZON-INI
              GO TO R8-LE.
           IF ZON-COD-INI NOT > W-ZON-FIM
              MOVE ZON-COD-INI TO W-SOB-INI
              MOVE ZON-COD-FIM TO W-SOB-FIM
              MOVE W-REGZON TO REGZON
              MOVE W-MENS-SOBREPOE TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
       R8-FIM.
           MOVE W-REGZON TO REGZON
           DISPLAY TELAZON.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "SAVE (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DATA DECLINED BY THE OPERATOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "*** JUST TYPE Y=YES OR N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGZON
                IF ST-ZON = "00" OR "02"
                      MOVE "*** RECORDED *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ZON = "22"
                   IF W-ACAO = "C"
                      GO TO ALT-RW1
                   ELSE
                      MOVE "*** RANGE ALREADY EXISTS - USE C=CHANGE ***"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                ELSE
                      MOVE "FILE WRITE ERROR" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NEW   C=CHANGE   D=DELETE"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "C"
                    AND W-OPCAO NOT = "D" GO TO ACE-001.
                MOVE W-OPCAO TO W-ACAO
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "C"
                      GO TO R3.
      *
       EXC-OPC.
                DISPLAY (23, 40) "DELETE   (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTER NOT DELETE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "Y" AND "y"
                   MOVE "* JUST TYPE Y=YES OR N=NO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ZONCAD RECORD
                IF ST-ZON = "00"
                   MOVE "*** DELETED ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR IN DELETED REGISTER "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "CHANGE  (Y/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NO CHANGE *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** JUST TYPE Y=YES  OR  N=NO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGZON
                IF ST-ZON = "00" OR "02"
                   MOVE "*** CHANGE REGISTER ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERROR IN CHANGE REGISTER"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       ROT-FIM.
           CLOSE ZONCAD UFCAD.
       ROT-FIM2.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
