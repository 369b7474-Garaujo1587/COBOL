      *    AND REJECTED DELETES PER UF,    *
      *    PLUS AN OPERATOR ACTIVITY       *
      *    SUMMARY (RELEST).               *
      *    C AT START REPORTS THE WHOLE    *
      *    COMPANY FROM THE HEAD-OFFICE    *
      *    CONSOLIDATED MASTER AND TRAIL   *
      *    (CADCON/LOGCON, BUILT BY        *
      *    SMP0052); THAT RUN LEAVES THE   *
      *    ESTHIS HISTORY ALONE.           *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
           COPY CADCEPS.
           COPY CADLOGS.
           COPY ESTHISS.
           COPY CADCONS.
           COPY LOGCONS.
           SELECT RELEST ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CADCEPF.
           COPY CADLOGF.
           COPY ESTHISF.
           COPY CADCONF.
           COPY LOGCONF.
       FD  RELEST
               LABEL RECORD IS STANDARD.
       01  LINHA-REL         PIC X(132).
       01 ST-LOG            PIC X(02) VALUE "00".
       01 ST-REL            PIC X(02) VALUE "00".
       01 ST-EST            PIC X(02) VALUE "00".
       01 ST-CON            PIC X(02) VALUE "00".
       01 ST-LGC            PIC X(02) VALUE "00".
       77 W-ORIGEM          PIC X(01) VALUE SPACES.
          88 ORIGEM-CONSOLIDADA      VALUE "C" "c".
       77 W-QTD-HISTORIA    PIC 9(04) VALUE ZEROS.
       77 W-MES-REF         PIC 9(06) VALUE ZEROS.
       77 W-QTD-CADCEP      PIC 9(08) VALUE ZEROS.
       77 W-QTD-LOG-MES     PIC 9(08) VALUE ZEROS.
       77 W-UF-LOG          PIC X(02) VALUE SPACES.

      *    THE TRAIL ENTRY BEING TALLIED, FROM CADLOG OR LOGCON
       01 W-MOVIMENTO.
          03 W-MV-DATA         PIC 9(08).
          03 W-MV-OPERADOR     PIC X(08).
          03 W-MV-ACAO         PIC X(01).
             88 MV-NOVO              VALUE "N".
             88 MV-ALTERA            VALUE "C".
             88 MV-EXCLUI            VALUE "D".
             88 MV-REJEITADO         VALUE "R".
             88 MV-RECUSADO          VALUE "Q".
          03 W-MV-A-UF         PIC X(02).
          03 W-MV-D-UF         PIC X(02).

      *    PER-UF STATISTICS - HOLDINGS FROM CADCEP PLUS THE MONTH'S
      *    MOVEMENT FROM CADLOG. 40 SLOTS LEAVES ROOM FOR THE 27
      *    STATES PLUS ANY GARBAGE UF VALUES FOUND ON FILE.
              VALUE "CEP REGISTER - MONTHLY MANAGEMENT REPORT".
          03 FILLER  PIC X(09) VALUE "MONTH:  ".
          03 LC-T-MES  PIC 9(06).
          03 LC-T-ORIGEM PIC X(20) VALUE SPACES.
          03 FILLER  PIC X(53) VALUE SPACES.

       01 LC-BRANCO         PIC X(132) VALUE SPACES.


      ********** ASK THE MONTH AND OPEN THE FILES ********************
       R1-ABRE-ARQUIVOS.
           DISPLAY "SMP0026 - FILES TO REPORT (C=CONSOLIDATED CADCON/"
               "LOGCON, ENTER=CADCEP/CADLOG): "
           ACCEPT W-ORIGEM.
       R1-PEDE-MES.
           DISPLAY "SMP0026 - MONTH TO REPORT (YYYYMM): "
           ACCEPT W-MES-REF
           IF W-MES-REF = ZEROS
              DISPLAY "SMP0026 - ENTER THE MONTH AS YYYYMM"
              GO TO R1-PEDE-MES.
           IF ORIGEM-CONSOLIDADA
              GO TO R1-ABRE-CONSOLIDADO.

           OPEN INPUT CADCEP
           IF ST-ERRO NOT = "00"
                 DISPLAY "SMP0026 - ERROR OPENING CADLOG STATUS "
                     ST-LOG
                 GO TO ROT-FIM-ERRO.
           GO TO R1-ABRE-RELATORIO.

      ***** COMPANY-WIDE RUN - A MISSING LOGCON IS TREATED LIKE A ****
      ***** MISSING CADLOG (ST-LOG "10": NO MOVEMENT TO TALLY) *******
       R1-ABRE-CONSOLIDADO.
           OPEN INPUT CADCON
           IF ST-CON NOT = "00"
              DISPLAY "SMP0026 - ERROR OPENING CADCON - RUN SMP0052"
                  " FIRST - STATUS " ST-CON
              GO TO ROT-FIM-ERRO.
           OPEN INPUT LOGCON
           IF ST-LGC NOT = "00"
              IF ST-LGC = "30" OR ST-LGC = "35"
                 DISPLAY "SMP0026 - NO CONSOLIDATED TRAIL - MOVEMENT"
                     " COLUMNS WILL BE ZERO"
                 MOVE "10" TO ST-LOG
              ELSE
                 DISPLAY "SMP0026 - ERROR OPENING LOGCON STATUS "
                     ST-LGC
                 GO TO ROT-FIM-ERRO.
           MOVE "  COMPANY-WIDE" TO LC-T-ORIGEM.

       R1-ABRE-RELATORIO.
           OPEN OUTPUT RELEST
           IF ST-REL NOT = "00"
              DISPLAY "SMP0026 - ERROR OPENING RELEST STATUS " ST-REL

      ********** COUNT THE CADCEP HOLDINGS PER UF ********************
       R2-ACERVO.
           IF ORIGEM-CONSOLIDADA
              GO TO R2-ACERVO-CONSOLIDADO.
           MOVE ZEROS TO COD
           START CADCEP KEY IS NOT LESS THAN COD
           IF ST-ERRO NOT = "00"
           PERFORM R4-ACHA-UF THRU R4-ACHA-UF-EXIT
           ADD 1 TO W-TBU-ACERVO(W-IX)
           GO TO LER-CEP.
       R2-ACERVO-CONSOLIDADO.
           MOVE ZEROS TO CON-COD
           START CADCON KEY IS NOT LESS THAN CON-COD
           IF ST-CON NOT = "00"
              GO TO R2-ACERVO-EXIT.
       LER-CON.
           READ CADCON NEXT RECORD
              AT END GO TO R2-ACERVO-EXIT.
           ADD 1 TO W-QTD-CADCEP
           MOVE CON-UF TO W-UF-LOG
           PERFORM R4-ACHA-UF THRU R4-ACHA-UF-EXIT
           ADD 1 TO W-TBU-ACERVO(W-IX)
           GO TO LER-CON.
       R2-ACERVO-EXIT.
           EXIT.

           IF ST-LOG = "10"
              GO TO R3-MOVIMENTO-EXIT.
       LER-LOG.
           IF ORIGEM-CONSOLIDADA
              GO TO LER-LOGCON.
           READ CADLOG
              AT END GO TO R3-MOVIMENTO-EXIT.
           MOVE LOG-DATA     TO W-MV-DATA
           MOVE LOG-OPERADOR TO W-MV-OPERADOR
           MOVE LOG-ACAO     TO W-MV-ACAO
           MOVE LOG-A-UF     TO W-MV-A-UF
           MOVE LOG-D-UF     TO W-MV-D-UF
           GO TO CONTA-LOG.
       LER-LOGCON.
           READ LOGCON
              AT END GO TO R3-MOVIMENTO-EXIT.
           MOVE LGC-DATA     TO W-MV-DATA
           MOVE LGC-OPERADOR TO W-MV-OPERADOR
           MOVE LGC-ACAO     TO W-MV-ACAO
           MOVE LGC-A-UF     TO W-MV-A-UF
           MOVE LGC-D-UF     TO W-MV-D-UF.
       CONTA-LOG.
           IF W-MV-DATA (1:6) NOT = W-MES-REF
              GO TO LER-LOG.
           ADD 1 TO W-QTD-LOG-MES
           IF MV-EXCLUI OR MV-REJEITADO
              MOVE W-MV-A-UF TO W-UF-LOG
           ELSE
              MOVE W-MV-D-UF TO W-UF-LOG.
      *    A Q ENTRY FOR A REFUSED DELETE (SEE SMP0028) HAS A BLANK
      *    AFTER IMAGE - FALL BACK TO THE BEFORE IMAGE FOR THE UF
           IF W-UF-LOG = SPACES
              MOVE W-MV-A-UF TO W-UF-LOG.
           PERFORM R4-ACHA-UF THRU R4-ACHA-UF-EXIT
           IF MV-NOVO
              ADD 1 TO W-TBU-NOVOS(W-IX).
           IF MV-ALTERA
              ADD 1 TO W-TBU-ALTER(W-IX).
           IF MV-EXCLUI
              ADD 1 TO W-TBU-EXCL(W-IX).
           IF MV-REJEITADO OR MV-RECUSADO
              ADD 1 TO W-TBU-REJ(W-IX).
           PERFORM R4A-ACHA-OPER THRU R4A-ACHA-OPER-EXIT
           IF MV-NOVO
              ADD 1 TO W-TBO-NOVOS(W-IX).
           IF MV-ALTERA
              ADD 1 TO W-TBO-ALTER(W-IX).
           IF MV-EXCLUI
              ADD 1 TO W-TBO-EXCL(W-IX).
           IF MV-REJEITADO OR MV-RECUSADO
              ADD 1 TO W-TBO-REJ(W-IX).
           GO TO LER-LOG.
       R3-MOVIMENTO-EXIT.
           IF W-IX >= W-TBO-USADOS
              GO TO R4A-ACHA-OPER-NOVO.
           ADD 1 TO W-IX
           IF W-TBO-ID(W-IX) = W-MV-OPERADOR
              GO TO R4A-ACHA-OPER-EXIT.
           GO TO R4A-ACHA-OPER-LOOP.
       R4A-ACHA-OPER-NOVO.
           IF W-TBO-USADOS >= 50
              MOVE 50 TO W-IX
              DISPLAY "SMP0026 - OPERATOR TABLE FULL - " W-MV-OPERADOR
                  " LUMPED INTO THE LAST SLOT"
              GO TO R4A-ACHA-OPER-EXIT.
           ADD 1 TO W-TBO-USADOS
           MOVE W-TBO-USADOS TO W-IX
           MOVE W-MV-OPERADOR TO W-TBO-ID(W-IX)
           MOVE ZEROS TO W-TBO-NOVOS(W-IX) W-TBO-ALTER(W-IX)
                         W-TBO-EXCL(W-IX) W-TBO-REJ(W-IX).
       R4A-ACHA-OPER-EXIT.
      ***** AND UF/OPERATOR, SO THE SMP0036 TREND REPORT CAN LOOK ****
      ***** TWELVE MONTHS BACK INSTEAD OF RE-RUNNING ARCHIVED LOGS ***
       R6A-GRAVA-HISTORIA.
           IF ORIGEM-CONSOLIDADA
              GO TO R6A-GRAVA-HISTORIA-EXIT.
           OPEN I-O ESTHIS
           IF ST-EST NOT = "00"
              IF ST-EST = "30" OR ST-EST = "35"
           DISPLAY "SMP0026 - MONTHLY REPORT COMPLETE"
           DISPLAY "SMP0026 - RECORDS ON FILE .... " W-QTD-CADCEP
           DISPLAY "SMP0026 - LOG ENTRIES MONTH .. " W-QTD-LOG-MES
           IF ORIGEM-CONSOLIDADA
              IF ST-LOG = "10"
                 CLOSE CADCON RELEST
              ELSE
                 CLOSE CADCON LOGCON RELEST
           ELSE
              IF ST-LOG = "10"
                 CLOSE CADCEP RELEST
              ELSE
                 CLOSE CADCEP CADLOG RELEST.
           STOP RUN.
       R7-FIM-NORMAL-EXIT.
           EXIT.
