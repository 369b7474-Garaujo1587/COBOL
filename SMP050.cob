       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP0050.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************
      *    NIGHTLY STREAM CONTROLLER. RUNS *
      *    THE STEPS LISTED ON THE STREAM  *
      *    DEFINITION (STRDEF) IN ORDER,   *
      *    EACH ONLY WHEN THE STEPS IT     *
      *    DEPENDS ON ENDED OK. A STEP IS  *
      *    JUDGED BY THE END RECORD IT     *
      *    WRITES TO THE RUN LEDGER        *
      *    (BATLOG): ER, OR NO END RECORD  *
      *    AT ALL, STOPS THE STREAM. ON A  *
      *    RERUN FOR THE SAME DATE THE     *
      *    STEPS WHOSE LAST END RECORD IS  *
      *    OK ARE SKIPPED, SO THE STREAM   *
      *    RESUMES AT THE STEP THAT        *
      *    FAILED. THE CONTROLLER WRITES   *
      *    ITS OWN START AND END RECORDS   *
      *    SO SMP0032 SHOWS THE STREAM AS  *
      *    A WHOLE.                        *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STRDEFS.
           COPY BATLOGS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY STRDEFF.
           COPY BATLOGF.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  ST-STR            PIC X(02) VALUE "00".
       01  ST-BAT            PIC X(02) VALUE "00".
       77  W-DATA-REF        PIC 9(08) VALUE ZEROS.
       77  W-PARAR           PIC X(01) VALUE "N".
       77  W-QTD-DEFINIDOS   PIC 9(08) VALUE ZEROS.
       77  W-QTD-EXECUTADOS  PIC 9(08) VALUE ZEROS.
       77  W-QTD-SALTADOS    PIC 9(08) VALUE ZEROS.
       77  W-QTD-BATLOG      PIC 9(08) VALUE ZEROS.
       77  W-QTD-PULO        PIC 9(08) VALUE ZEROS.
       77  W-RESULTADO       PIC X(02) VALUE SPACES.
       77  W-IX              PIC 9(02) VALUE ZEROS.
       77  W-JX              PIC 9(02) VALUE ZEROS.
       77  W-KX              PIC 9(02) VALUE ZEROS.
       77  W-ACHOU           PIC X(01) VALUE "N".
       77  W-ANCORA          PIC X(01) VALUE "N".
       77  W-PROCURA         PIC X(08) VALUE SPACES.
       01  W-DATA-HOJE.
           03  W-ANO         PIC 9(04).
           03  W-MES         PIC 9(02).
           03  W-DIA         PIC 9(02).

      *    THE STREAM AS DEFINED, WITH WHAT BECAME OF EACH STEP.
      *    W-TP-DEP-IX POINTS EACH DEPENDENCY AT ITS STEP'S SLOT.
      *    W-TP-SITUACAO: OK = ENDED OK (EARLIER OR NOW), ER = ENDED
      *    ER OR LEFT NO END RECORD, SPACES = NOT RUN
       01  W-TAB-PASSOS.
           03  W-TP-ITEM OCCURS 20 TIMES.
               05  W-TP-PASSO    PIC X(08).
               05  W-TP-COMANDO  PIC X(60).
               05  W-TP-DEPENDE  PIC X(08) OCCURS 6 TIMES.
               05  W-TP-DEP-IX   PIC 9(02) OCCURS 6 TIMES.
               05  W-TP-SITUACAO PIC X(02).
               05  W-TP-ACAO     PIC X(01).
                   88  W-TP-SALTADO      VALUE "S".
                   88  W-TP-EXECUTADO    VALUE "E".
                   88  W-TP-BLOQUEADO    VALUE "B".
       77  W-TP-USADOS       PIC 9(02) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

      ********** MAINLINE ****************************************
       R0-INICIO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM GRAVA-BATLOG-INI THRU GRAVA-BATLOG-INI-EXIT
           DISPLAY "SMP0050 - STREAM DATE (YYYYMMDD, 0=TODAY): "
           ACCEPT W-DATA-REF
           IF W-DATA-REF = ZEROS
              MOVE W-DATA-HOJE TO W-DATA-REF.
           PERFORM R1-CARREGA-DEFINICAO THRU R1-CARREGA-DEFINICAO-EXIT
           PERFORM R2-CONFERE-LEDGER THRU R2-CONFERE-LEDGER-EXIT
           MOVE ZEROS TO W-IX
           PERFORM R3-PASSO THRU R3-PASSO-EXIT
              UNTIL W-IX >= W-TP-USADOS OR W-PARAR = "S".
           PERFORM R6-RESUMO THRU R6-RESUMO-EXIT
           IF W-PARAR = "S"
              GO TO ROT-FIM-ERRO.
           DISPLAY "SMP0050 - STREAM COMPLETE"
           MOVE "OK" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           MOVE ZEROS TO RETURN-CODE
           STOP RUN.

      ********** LOAD AND CHECK THE STREAM DEFINITION ***************
      ***** A DEPENDENCY MUST NAME A STEP ON AN EARLIER RECORD, SO ***
      ***** THE FILE ORDER IS ALWAYS A VALID RUN ORDER - A BAD *******
      ***** DEFINITION STOPS THE STREAM BEFORE ANY STEP RUNS *********
       R1-CARREGA-DEFINICAO.
           OPEN INPUT STRDEF
           IF ST-STR NOT = "00"
              DISPLAY "SMP0050 - ERROR OPENING STRDEF STATUS " ST-STR
              GO TO ROT-FIM-ERRO.
       R1-LE-DEF.
           READ STRDEF
              AT END GO TO R1-FIM-DEF.
           IF STR-PASSO = SPACES OR STR-PASSO (1:1) = "*"
              GO TO R1-LE-DEF.
           IF W-TP-USADOS NOT < 20
              DISPLAY "SMP0050 - MORE THAN 20 STEPS ON STRDEF"
              CLOSE STRDEF
              GO TO ROT-FIM-ERRO.
           IF STR-COMANDO = SPACES
              DISPLAY "SMP0050 - STEP " STR-PASSO " HAS NO COMMAND"
              CLOSE STRDEF
              GO TO ROT-FIM-ERRO.
           MOVE STR-PASSO TO W-PROCURA
           PERFORM R7-LOCALIZA THRU R7-LOCALIZA-EXIT
           IF W-ACHOU = "S"
              DISPLAY "SMP0050 - STEP " STR-PASSO
                  " DEFINED TWICE ON STRDEF"
              CLOSE STRDEF
              GO TO ROT-FIM-ERRO.
           ADD 1 TO W-TP-USADOS
           MOVE STR-PASSO   TO W-TP-PASSO (W-TP-USADOS)
           MOVE STR-COMANDO TO W-TP-COMANDO (W-TP-USADOS)
           MOVE SPACES      TO W-TP-SITUACAO (W-TP-USADOS)
                               W-TP-ACAO (W-TP-USADOS)
           MOVE ZEROS TO W-JX
           PERFORM R1A-DEPENDENCIA THRU R1A-DEPENDENCIA-EXIT
              UNTIL W-JX >= 6 OR W-PARAR = "S".
           IF W-PARAR = "S"
              CLOSE STRDEF
              GO TO ROT-FIM-ERRO.
           GO TO R1-LE-DEF.
       R1-FIM-DEF.
           CLOSE STRDEF
           MOVE W-TP-USADOS TO W-QTD-DEFINIDOS
           IF W-TP-USADOS = ZEROS
              DISPLAY "SMP0050 - NO STEPS ON STRDEF"
              GO TO ROT-FIM-ERRO.
       R1-CARREGA-DEFINICAO-EXIT.
           EXIT.

      ***** THE STEP BEING LOADED IS NOT YET IN W-PROCURA'S SEARCH ***
      ***** RANGE WHEN ITS DEPENDENCIES ARE LOOKED UP, SO A STEP *****
      ***** CANNOT DEPEND ON ITSELF OR ON A LATER ONE ****************
       R1A-DEPENDENCIA.
           ADD 1 TO W-JX
           MOVE STR-DEPENDE (W-JX) TO W-TP-DEPENDE (W-TP-USADOS, W-JX)
           MOVE ZEROS TO W-TP-DEP-IX (W-TP-USADOS, W-JX)
           IF STR-DEPENDE (W-JX) = SPACES
              GO TO R1A-DEPENDENCIA-EXIT.
           MOVE STR-DEPENDE (W-JX) TO W-PROCURA
           SUBTRACT 1 FROM W-TP-USADOS
           PERFORM R7-LOCALIZA THRU R7-LOCALIZA-EXIT
           ADD 1 TO W-TP-USADOS
           IF W-ACHOU = "N"
              DISPLAY "SMP0050 - STEP " STR-PASSO " DEPENDS ON "
                  STR-DEPENDE (W-JX) " - NOT ON AN EARLIER RECORD"
              MOVE "S" TO W-PARAR
              GO TO R1A-DEPENDENCIA-EXIT.
           MOVE W-KX TO W-TP-DEP-IX (W-TP-USADOS, W-JX).
       R1A-DEPENDENCIA-EXIT.
           EXIT.

      ********** WHAT THE LEDGER ALREADY SAYS FOR THE DATE **********
      ***** ONLY END RECORDS WRITTEN AFTER THE FIRST START RECORD ****
      ***** OF THE CONTROLLER DATED THE STREAM DATE COUNT - A STEP ***
      ***** OF LAST NIGHT'S STREAM THAT ENDED AFTER MIDNIGHT IS NOT **
      ***** TONIGHT'S. THE LAST SUCH END RECORD OF A STEP DECIDES - **
      ***** OK MEANS THE STEP IS NOT RUN AGAIN. A RERUN AFTER ********
      ***** MIDNIGHT IS STILL GIVEN THE NIGHT'S DATE. WHEN THE ONLY **
      ***** SUCH START RECORD IS THIS RUN'S OWN, NO STEP IS SKIPPED **
       R2-CONFERE-LEDGER.
           MOVE ZEROS TO W-QTD-BATLOG
           MOVE "N" TO W-ANCORA
           OPEN INPUT BATLOG
           IF ST-BAT NOT = "00"
              IF ST-BAT = "30" OR ST-BAT = "35"
                 GO TO R2-CONFERE-LEDGER-EXIT
              ELSE
                 DISPLAY "SMP0050 - ERROR OPENING BATLOG STATUS "
                     ST-BAT
                 GO TO ROT-FIM-ERRO.
       R2-LE-BAT.
           READ BATLOG
              AT END GO TO R2-FIM-BAT.
           ADD 1 TO W-QTD-BATLOG
           IF W-ANCORA = "N" AND BAT-PROGRAMA = "SMP0050"
              AND BAT-INICIO AND BAT-DATA = W-DATA-REF
              MOVE "S" TO W-ANCORA
              GO TO R2-LE-BAT.
           IF W-ANCORA = "N" OR NOT BAT-FIM
              GO TO R2-LE-BAT.
           MOVE BAT-PROGRAMA TO W-PROCURA
           PERFORM R7-LOCALIZA THRU R7-LOCALIZA-EXIT
           IF W-ACHOU = "S"
              MOVE BAT-SITUACAO TO W-TP-SITUACAO (W-KX).
           GO TO R2-LE-BAT.
       R2-FIM-BAT.
           CLOSE BATLOG
           MOVE ZEROS TO W-IX.
       R2-MARCA.
           ADD 1 TO W-IX
           IF W-IX > W-TP-USADOS
              GO TO R2-CONFERE-LEDGER-EXIT.
           IF W-TP-SITUACAO (W-IX) = "OK"
              MOVE "S" TO W-TP-ACAO (W-IX)
           ELSE
              MOVE SPACES TO W-TP-SITUACAO (W-IX).
           GO TO R2-MARCA.
       R2-CONFERE-LEDGER-EXIT.
           EXIT.

      ********** ONE STEP OF THE STREAM ******************************
       R3-PASSO.
           ADD 1 TO W-IX
           IF W-TP-SALTADO (W-IX)
              ADD 1 TO W-QTD-SALTADOS
              DISPLAY "SMP0050 - " W-TP-PASSO (W-IX)
                  " ALREADY ENDED OK - SKIPPED"
              GO TO R3-PASSO-EXIT.
           MOVE ZEROS TO W-JX.
       R3-CONFERE-DEPENDE.
           ADD 1 TO W-JX
           IF W-JX > 6
              GO TO R3-EXECUTA.
           IF W-TP-DEP-IX (W-IX, W-JX) = ZEROS
              GO TO R3-CONFERE-DEPENDE.
           MOVE W-TP-DEP-IX (W-IX, W-JX) TO W-KX
           IF W-TP-SITUACAO (W-KX) NOT = "OK"
              DISPLAY "SMP0050 - " W-TP-PASSO (W-IX) " NOT RUN - "
                  W-TP-PASSO (W-KX) " DID NOT END OK"
              MOVE "B" TO W-TP-ACAO (W-IX)
              MOVE "S" TO W-PARAR
              GO TO R3-PASSO-EXIT.
           GO TO R3-CONFERE-DEPENDE.
       R3-EXECUTA.
           DISPLAY "SMP0050 - STARTING " W-TP-PASSO (W-IX)
           MOVE "E" TO W-TP-ACAO (W-IX)
           CALL "SYSTEM" USING W-TP-COMANDO (W-IX)
           PERFORM R4-APURA THRU R4-APURA-EXIT
           MOVE W-RESULTADO TO W-TP-SITUACAO (W-IX)
           IF W-RESULTADO = "OK"
              ADD 1 TO W-QTD-EXECUTADOS
              DISPLAY "SMP0050 - " W-TP-PASSO (W-IX) " ENDED OK"
              GO TO R3-PASSO-EXIT.
           MOVE "S" TO W-PARAR
           IF W-RESULTADO = SPACES
              MOVE "ER" TO W-TP-SITUACAO (W-IX)
              DISPLAY "SMP0050 - " W-TP-PASSO (W-IX)
                  " LEFT NO END RECORD ON BATLOG - STREAM STOPPED"
           ELSE
              DISPLAY "SMP0050 - " W-TP-PASSO (W-IX)
                  " ENDED " W-RESULTADO " - STREAM STOPPED".
       R3-PASSO-EXIT.
           EXIT.

      ***** THE STEP'S OWN END RECORD, AMONG THE RECORDS ADDED TO ***
      ***** THE LEDGER SINCE THE LAST LOOK ***************************
       R4-APURA.
           MOVE SPACES TO W-RESULTADO
           MOVE W-QTD-BATLOG TO W-QTD-PULO
           MOVE ZEROS TO W-QTD-BATLOG
           OPEN INPUT BATLOG
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0050 - ERROR OPENING BATLOG STATUS " ST-BAT
              GO TO R4-APURA-EXIT.
       R4-LE-BAT.
           READ BATLOG
              AT END GO TO R4-FIM-BAT.
           ADD 1 TO W-QTD-BATLOG
           IF W-QTD-BATLOG NOT > W-QTD-PULO
              GO TO R4-LE-BAT.
           IF BAT-FIM AND BAT-PROGRAMA = W-TP-PASSO (W-IX)
              MOVE BAT-SITUACAO TO W-RESULTADO.
           GO TO R4-LE-BAT.
       R4-FIM-BAT.
           CLOSE BATLOG.
       R4-APURA-EXIT.
           EXIT.

      ********** WHAT BECAME OF EVERY STEP ***************************
       R6-RESUMO.
           MOVE ZEROS TO W-IX.
       R6-LINHA.
           ADD 1 TO W-IX
           IF W-IX > W-TP-USADOS
              GO TO R6-TOTAIS.
           IF W-TP-SALTADO (W-IX)
              DISPLAY "SMP0050 - " W-TP-PASSO (W-IX)
                  " SKIPPED - ENDED OK EARLIER".
           IF W-TP-EXECUTADO (W-IX)
              DISPLAY "SMP0050 - " W-TP-PASSO (W-IX)
                  " RUN - ENDED " W-TP-SITUACAO (W-IX).
           IF W-TP-BLOQUEADO (W-IX)
              DISPLAY "SMP0050 - " W-TP-PASSO (W-IX)
                  " NOT RUN - DEPENDENCY NOT OK".
           IF W-TP-ACAO (W-IX) = SPACES
              DISPLAY "SMP0050 - " W-TP-PASSO (W-IX) " NOT REACHED".
           GO TO R6-LINHA.
       R6-TOTAIS.
           DISPLAY "SMP0050 - STEPS DEFINED ....... " W-QTD-DEFINIDOS
           DISPLAY "SMP0050 - STEPS RUN OK ........ " W-QTD-EXECUTADOS
           DISPLAY "SMP0050 - STEPS SKIPPED ....... " W-QTD-SALTADOS.
       R6-RESUMO-EXIT.
           EXIT.

      ********** FIND A STEP ON THE TABLE BY NAME ********************
       R7-LOCALIZA.
           MOVE "N"   TO W-ACHOU
           MOVE ZEROS TO W-KX.
       R7-PROCURA.
           ADD 1 TO W-KX
           IF W-KX > W-TP-USADOS
              GO TO R7-LOCALIZA-EXIT.
           IF W-TP-PASSO (W-KX) = W-PROCURA
              MOVE "S" TO W-ACHOU
              GO TO R7-LOCALIZA-EXIT.
           GO TO R7-PROCURA.
       R7-LOCALIZA-EXIT.
           EXIT.

      ********** ABNORMAL END *****************************************
       ROT-FIM-ERRO.
           DISPLAY "SMP0050 - STREAM TERMINATED - RERUN FOR THE SAME"
               " DATE TO RESUME"
           MOVE "ER" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *---------[ ROTINA DO LIVRO DE EXECUCAO (BATLOG) ]--------------
      *    I RECORD AT START, F RECORD AT END (SEE BATLOGF) SO THE
      *    SMP0032 MORNING REPORT CAN FLAG A RUN THAT DIED MID-JOB.
      *    UNLIKE THE STEPS, THE CONTROLLER CLOSES THE LEDGER AFTER
      *    ITS I RECORD AND OPENS IT AGAIN FOR THE F RECORD: EVERY
      *    STEP IT STARTS APPENDS TO THE SAME FILE IN BETWEEN
       GRAVA-BATLOG-INI.
           OPEN EXTEND BATLOG
           IF ST-BAT NOT = "00"
              IF ST-BAT = "30" OR ST-BAT = "35"
                 OPEN OUTPUT BATLOG
                 CLOSE BATLOG
                 OPEN EXTEND BATLOG
              ELSE
                 DISPLAY "SMP0050 - ERROR OPENING BATLOG STATUS "
                     ST-BAT
                 GO TO GRAVA-BATLOG-INI-EXIT.
           MOVE "SMP0050" TO BAT-PROGRAMA
           MOVE "I"       TO BAT-TIPO
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE ZEROS  TO BAT-QTD-LIDOS BAT-QTD-GRAVADOS
           MOVE SPACES TO BAT-SITUACAO
           WRITE REGBAT
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0050 - RUN LEDGER WRITE ERROR " ST-BAT.
           CLOSE BATLOG.
       GRAVA-BATLOG-INI-EXIT.
           EXIT.

      ***** THE CALLER SETS BAT-SITUACAO (OK/ER) BEFORE PERFORMING ***
       GRAVA-BATLOG-FIM.
           MOVE BAT-SITUACAO TO W-RESULTADO
           OPEN EXTEND BATLOG
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0050 - ERROR OPENING BATLOG STATUS " ST-BAT
              GO TO GRAVA-BATLOG-FIM-EXIT.
           MOVE "SMP0050" TO BAT-PROGRAMA
           MOVE "F" TO BAT-TIPO
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE W-RESULTADO TO BAT-SITUACAO
           MOVE ZEROS TO BAT-QTD-LIDOS BAT-QTD-GRAVADOS
           ADD W-QTD-DEFINIDOS  TO BAT-QTD-LIDOS
           ADD W-QTD-EXECUTADOS TO BAT-QTD-GRAVADOS
           WRITE REGBAT
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0050 - RUN LEDGER WRITE ERROR " ST-BAT.
           CLOSE BATLOG.
       GRAVA-BATLOG-FIM-EXIT.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    10 = FIM DE ARQUIVO
      *    30 = ARQUIVO NAO ENCONTRADO
      *    35 = ARQUIVO NAO ENCONTRADO (RELATIVO/SEQUENCIAL)
