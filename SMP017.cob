      *    PRINTS THE DISCREPANCY WORKLIST *
      *    (RELRET) AND APPLIES THE AUTO-  *
      *    CORRECTIONS, AUDITED IN CADLOG. *
      *    INVALID FLAGS AND UNKNOWN CITIES*
      *    ARE ALSO QUEUED ON CADEXC       *
      *    (SOURCES RI/RC) VIA SMP0040.    *
      *    START AND END OF EVERY RUN ARE  *
      *    WRITTEN TO THE RUN LEDGER       *
      *    (BATLOG).                       *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
           COPY CADLOGS.
           COPY CIDTABS.
           COPY EXTRETS.
           COPY BATLOGS.
           SELECT RELRET ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY CADLOGF.
           COPY CIDTABF.
           COPY EXTRETF.
           COPY BATLOGF.
       FD  RELRET
               LABEL RECORD IS STANDARD.
       01  LINHA-REL         PIC X(132).
       01 ST-CID            PIC X(02) VALUE "00".
       01 ST-RET            PIC X(02) VALUE "00".
       01 ST-REL            PIC X(02) VALUE "00".
       01 ST-BAT            PIC X(02) VALUE "00".
       77 W-QTD-DETALHES    PIC 9(08) VALUE ZEROS.
       77 W-QTD-INVALIDOS   PIC 9(08) VALUE ZEROS.
       77 W-QTD-CORRIGIDOS  PIC 9(08) VALUE ZEROS.
      *    FOR AUTO-CORRECTIONS - THE JOB ITSELF, NOT A PERSON
       77 W-OPERADOR        PIC X(08) VALUE "SMP0017 ".

      *    DATA-QUALITY EXCEPTION QUEUE (SEE SMP0040)
           COPY EXCLNK.
       77 W-QTD-FILA-NOVOS  PIC 9(08) VALUE ZEROS.

      *    CADCEP UPDATE LOCK (SEE SMP0033) - CLAIMED BEFORE THE
      *    MASTER FILE OPENS, RELEASED AT CLOSE. BOUNDED WAIT, THEN
      *    FAIL FAST INSTEAD OF RUNNING UNDER AN EDITING SESSION

      ********** MAINLINE ****************************************
       R0-INICIO.
           PERFORM GRAVA-BATLOG-INI THRU GRAVA-BATLOG-INI-EXIT
           PERFORM TRAVA-CADCEP THRU TRAVA-CADCEP-EXIT
           PERFORM R1-ABRE-ARQUIVOS THRU R1-ABRE-ARQUIVOS-EXIT
           PERFORM R2-CABECALHO THRU R2-CABECALHO-EXIT
              MOVE "FLAGGED INVALID - REVIEW" TO LD-MOTIVO
              ADD 1 TO W-QTD-INVALIDOS
              PERFORM R6-WORKLIST THRU R6-WORKLIST-EXIT
              MOVE "RI"   TO LNK-E-ORIGEM
              MOVE UF     TO LNK-E-UF
              MOVE CIDADE TO LNK-E-CIDADE
              PERFORM R6A-FILA-EXCECAO THRU R6A-FILA-EXCECAO-EXIT
              GO TO R4-RESPOSTA-EXIT.
           IF RET-SIT-ALTERADO
              PERFORM R5-CORRIGE THRU R5-CORRIGE-EXIT
              MOVE "CITY NOT ON CITY TABLE" TO LD-MOTIVO
              ADD 1 TO W-QTD-SEM-CIDADE
              PERFORM R6-WORKLIST THRU R6-WORKLIST-EXIT
              MOVE "RC"           TO LNK-E-ORIGEM
              MOVE RET-DET-UF     TO LNK-E-UF
              MOVE RET-DET-CIDADE TO LNK-E-CIDADE
              PERFORM R6A-FILA-EXCECAO THRU R6A-FILA-EXCECAO-EXIT
              GO TO R5-CORRIGE-EXIT.
           MOVE ENDERECO    TO W-A-ENDERECO
           MOVE NUMERO      TO W-A-NUMERO
       R6-WORKLIST-EXIT.
           EXIT.

      ***** QUEUE A WORKLIST LINE THAT NEEDS A PERSON - THE CALLER ***
      ***** HAS SET THE SOURCE, UF AND CITY. A RE-RUN DOES NOT OPEN **
      ***** A SECOND ITEM FOR A COD STILL BEING WORKED ***************
       R6A-FILA-EXCECAO.
           MOVE RET-DET-COD TO LNK-E-COD
           MOVE "SMP0017"   TO LNK-E-PROGRAMA
           MOVE LD-MOTIVO   TO LNK-E-MOTIVO
           CALL "SMP0040" USING LNK-EXCECAO
           IF LNK-E-ERRO-ARQUIVO
              DISPLAY "SMP0017 - EXCEPTION QUEUE WRITE ERROR ON COD "
                  RET-DET-COD
              GO TO R6A-FILA-EXCECAO-EXIT.
           IF LNK-E-NOVO OR LNK-E-REABERTO
              ADD 1 TO W-QTD-FILA-NOVOS.
       R6A-FILA-EXCECAO-EXIT.
           EXIT.

      ********** CHECK THE TRAILER COUNT LIKE OUR OWN T RECORD *******
       R7-CONFERE-TRAILER.
           IF W-TEM-TRAILER = "N"
           DISPLAY "SMP0017 - COD NOT ON CADCEP .. " W-QTD-NAO-ACHADOS
           DISPLAY "SMP0017 - UNKNOWN RESPONSES .. " W-QTD-DESCONHEC
           DISPLAY "SMP0017 - CITY NOT ON TABLE .. " W-QTD-SEM-CIDADE
           DISPLAY "SMP0017 - QUEUED ON CADEXC ... " W-QTD-FILA-NOVOS
           MOVE "OK" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           CLOSE EXTRET CADCEP CADLOG CIDTAB RELRET
           PERFORM LIBERA-CADCEP THRU LIBERA-CADCEP-EXIT
           STOP RUN.
           DISPLAY "SMP0017 - RESPONSES READ ..... " W-QTD-DETALHES
           PERFORM LIBERA-CADCEP THRU LIBERA-CADCEP-EXIT
           DISPLAY "SMP0017 - AUTO-CORRECTED ..... " W-QTD-CORRIGIDOS
           MOVE "ER" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      *---------[ ROTINA DO LIVRO DE EXECUCAO (BATLOG) ]--------------
      *    I RECORD AT START, F RECORD AT END (SEE BATLOGF) SO THE
      *    SMP0032 MORNING REPORT CAN FLAG A RUN THAT DIED MID-JOB
       GRAVA-BATLOG-INI.
           OPEN EXTEND BATLOG
           IF ST-BAT NOT = "00"
              IF ST-BAT = "30" OR ST-BAT = "35"
                 OPEN OUTPUT BATLOG
                 CLOSE BATLOG
                 OPEN EXTEND BATLOG
              ELSE
                 DISPLAY "SMP0017 - ERROR OPENING BATLOG STATUS "
                     ST-BAT
                 GO TO GRAVA-BATLOG-INI-EXIT.
           MOVE "SMP0017" TO BAT-PROGRAMA
           MOVE "I"       TO BAT-TIPO
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE ZEROS  TO BAT-QTD-LIDOS BAT-QTD-GRAVADOS
           MOVE SPACES TO BAT-SITUACAO
           WRITE REGBAT
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0017 - RUN LEDGER WRITE ERROR " ST-BAT.
       GRAVA-BATLOG-INI-EXIT.
           EXIT.

      ***** THE CALLER SETS BAT-SITUACAO (OK/ER) BEFORE PERFORMING ***
       GRAVA-BATLOG-FIM.
           MOVE "F" TO BAT-TIPO
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE ZEROS TO BAT-QTD-LIDOS BAT-QTD-GRAVADOS
           ADD W-QTD-DETALHES   TO BAT-QTD-LIDOS
           ADD W-QTD-CORRIGIDOS TO BAT-QTD-GRAVADOS
           WRITE REGBAT
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0017 - RUN LEDGER WRITE ERROR " ST-BAT.
           CLOSE BATLOG.
       GRAVA-BATLOG-FIM-EXIT.
           EXIT.
      *---------[ ROTINA DA TRAVA DE ATUALIZACAO (SMP0033) ]----------
       TRAVA-CADCEP.
           MOVE ZEROS TO W-TRV-TENTA.
