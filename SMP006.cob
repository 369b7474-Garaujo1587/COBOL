      **************************************
      *    BATCH LOAD OF REGISTER CEP      *
      *    FROM CORREIOS REGIONAL EXTRACT   *
      *    UNKNOWN-CITY REJECTS ARE ALSO   *
      *    QUEUED ON CADEXC (SOURCE CG)    *
      *    THROUGH SMP0040.                *
      *    START AND END OF EVERY RUN ARE  *
      *    WRITTEN TO THE RUN LEDGER       *
      *    (BATLOG).                       *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
           COPY EXTCEPS.
           COPY CADCKPS.
           COPY CIDTABS.
           COPY BATLOGS.
           SELECT RELCID ASSIGN TO DISK
                        ORGANIZATION IS LINE SEQUENTIAL
                        FILE STATUS  IS ST-REL.
           COPY EXTCEPF.
           COPY CADCKPF.
           COPY CIDTABF.
           COPY BATLOGF.
       FD  RELCID
               LABEL RECORD IS STANDARD.
       01  LINHA-REL         PIC X(132).
       01 ST-CKP            PIC X(02) VALUE "00".
       01 ST-CID            PIC X(02) VALUE "00".
       01 ST-REL            PIC X(02) VALUE "00".
       01 ST-BAT            PIC X(02) VALUE "00".
       01 CKP-CHAVE         PIC 9(04) VALUE ZEROS.
       77 W-CKPT-INTERVALO  PIC 9(05) VALUE 00100.
       77 W-CONT-CKPT       PIC 9(05) VALUE ZEROS.
       77 W-NOVO-UF         PIC X(02) VALUE SPACES.
       77 W-QTD-SEM-CIDADE  PIC 9(08) VALUE ZEROS.

      *    DATA-QUALITY EXCEPTION QUEUE (SEE SMP0040)
           COPY EXCLNK.

      *    CADCEP UPDATE LOCK (SEE SMP0033) - CLAIMED BEFORE THE
      *    MASTER FILE OPENS, RELEASED AT CLOSE. BOUNDED WAIT, THEN
      *    FAIL FAST INSTEAD OF RUNNING UNDER AN EDITING SESSION

      ********** MAINLINE ****************************************
       R0-INICIO.
           PERFORM GRAVA-BATLOG-INI THRU GRAVA-BATLOG-INI-EXIT
           PERFORM TRAVA-CADCEP THRU TRAVA-CADCEP-EXIT
           PERFORM R1-ABRE-ARQUIVOS THRU R1-ABRE-ARQUIVOS-EXIT
           PERFORM R2-LE-CHECKPOINT THRU R2-LE-CHECKPOINT-EXIT
           MOVE EXT-ENDERECO TO LD-ENDERECO
           MOVE EXT-CIDADE   TO LD-CIDADE
           MOVE EXT-UF       TO LD-UF
           WRITE LINHA-REL FROM LC-DETALHE
           MOVE EXT-COD      TO LNK-E-COD
           MOVE "CG"         TO LNK-E-ORIGEM
           MOVE "SMP0006"    TO LNK-E-PROGRAMA
           MOVE EXT-UF       TO LNK-E-UF
           MOVE EXT-CIDADE   TO LNK-E-CIDADE
           MOVE "CITY NOT ON CITY TABLE" TO LNK-E-MOTIVO
           CALL "SMP0040" USING LNK-EXCECAO
           IF LNK-E-ERRO-ARQUIVO
              DISPLAY "SMP0006 - EXCEPTION QUEUE WRITE ERROR ON COD "
                  EXT-COD.
       R7-REJEITA-CIDADE-EXIT.
           EXIT.

           MOVE W-QTD-SEM-CIDADE TO LT-QTDE
           WRITE LINHA-REL FROM LC-BRANCO
           WRITE LINHA-REL FROM LC-TOTAL
           MOVE "OK" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           CLOSE CADCEP CADCKP EXTCEP CIDTAB RELCID
           PERFORM LIBERA-CADCEP THRU LIBERA-CADCEP-EXIT
           STOP RUN.
           DISPLAY "SMP0006 - RECORDS CHANGED  " W-QTD-ALTERADOS
           DISPLAY "SMP0006 - UNKNOWN CITY ... " W-QTD-SEM-CIDADE
           PERFORM LIBERA-CADCEP THRU LIBERA-CADCEP-EXIT
           MOVE "ER" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           CLOSE CADCEP CADCKP EXTCEP CIDTAB RELCID
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
                 DISPLAY "SMP0006 - ERROR OPENING BATLOG STATUS "
                     ST-BAT
                 GO TO GRAVA-BATLOG-INI-EXIT.
           MOVE "SMP0006" TO BAT-PROGRAMA
           MOVE "I"       TO BAT-TIPO
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE ZEROS  TO BAT-QTD-LIDOS BAT-QTD-GRAVADOS
           MOVE SPACES TO BAT-SITUACAO
           WRITE REGBAT
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0006 - RUN LEDGER WRITE ERROR " ST-BAT.
       GRAVA-BATLOG-INI-EXIT.
           EXIT.

      ***** THE CALLER SETS BAT-SITUACAO (OK/ER) BEFORE PERFORMING ***
       GRAVA-BATLOG-FIM.
           MOVE "F" TO BAT-TIPO
           ACCEPT BAT-DATA FROM DATE YYYYMMDD
           ACCEPT BAT-HORA FROM TIME
           MOVE ZEROS TO BAT-QTD-LIDOS BAT-QTD-GRAVADOS
           ADD W-QTD-LIDOS     TO BAT-QTD-LIDOS
           ADD W-QTD-INCLUIDOS TO BAT-QTD-GRAVADOS
           ADD W-QTD-ALTERADOS TO BAT-QTD-GRAVADOS
           WRITE REGBAT
           IF ST-BAT NOT = "00"
              DISPLAY "SMP0006 - RUN LEDGER WRITE ERROR " ST-BAT.
           CLOSE BATLOG.
       GRAVA-BATLOG-FIM-EXIT.
           EXIT.

      *---------[ ROTINA DA TRAVA DE ATUALIZACAO (SMP0033) ]----------
       TRAVA-CADCEP.
           MOVE ZEROS TO W-TRV-TENTA.
