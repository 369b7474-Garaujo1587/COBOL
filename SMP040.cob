       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP0040.
      *AUTHOR. GUSTAVO ARAUJO NARCISO.
      **************************************
      *    CALLABLE WRITER FOR THE DATA-   *
      *    QUALITY EXCEPTION QUEUE         *
      *    (CADEXC). THE BATCH JOBS CALL   *
      *    IT FOR EVERY EXCEPTION THEY     *
      *    PRINT. A NEW COD+SOURCE OPENS   *
      *    AN ITEM; ONE ALREADY OPEN OR    *
      *    TAKEN IS ONLY MARKED SEEN AGAIN *
      *    (NO DUPLICATE ITEMS); ONE THAT  *
      *    WAS CLOSED AS FIXED IS REOPENED;*
      *    ONE CLOSED AS NO ACTION STAYS   *
      *    CLOSED AND IS ONLY COUNTED AS   *
      *    SEEN AGAIN. THE FILE IS OPENED  *
      *    ON THE FIRST CALL AND STAYS     *
      *    OPEN FOR THE RUN UNIT (SEE      *
      *    SMP0025).                       *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CADEXCS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CADEXCF.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-EXC            PIC X(02) VALUE "00".

      *    THE FILE IS OPENED ON THE FIRST CALL ONLY
       77 W-ABERTO          PIC X(01) VALUE "N".
          88 ARQUIVO-ABERTO         VALUE "S".

       77 W-DATA            PIC 9(08) VALUE ZEROS.
      *
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           COPY EXCLNK.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LNK-EXCECAO.

      ********** OPEN OR CREATE THE QUEUE ON THE FIRST CALL **********
       R0-INICIO.
           IF ARQUIVO-ABERTO
              GO TO R2-PROCURA.
       R1-ABRE-ARQUIVO.
           OPEN I-O CADEXC
           IF ST-EXC NOT = "00"
              IF ST-EXC = "30" OR ST-EXC = "35"
                 OPEN OUTPUT CADEXC
                 CLOSE CADEXC
                 OPEN I-O CADEXC
                 IF ST-EXC NOT = "00"
                    MOVE "91" TO LNK-E-STATUS
                    GO TO R9-VOLTA
                 ELSE
                    NEXT SENTENCE
              ELSE
                 MOVE "91" TO LNK-E-STATUS
                 GO TO R9-VOLTA.
           MOVE "S" TO W-ABERTO.

      ********** IS THERE ALREADY AN ITEM FOR THIS COD AND SOURCE ****
       R2-PROCURA.
           ACCEPT W-DATA FROM DATE YYYYMMDD
           MOVE LNK-E-COD    TO EXC-COD
           MOVE LNK-E-ORIGEM TO EXC-ORIGEM
           READ CADEXC
           IF ST-EXC = "23"
              GO TO R3-ABRE-ITEM.
           IF ST-EXC NOT = "00"
              MOVE "91" TO LNK-E-STATUS
              GO TO R9-VOLTA.
           IF EXC-PENDENTE
              GO TO R4-VISTO-DE-NOVO.
           IF EXC-SEM-ACAO
              GO TO R4A-SEM-ACAO-VISTO.
           GO TO R5-REABRE.

      ********** FIRST TIME THIS PROBLEM IS RAISED - OPEN AN ITEM ****
       R3-ABRE-ITEM.
           MOVE "A"          TO EXC-SITUACAO
           PERFORM R6-MOVE-DADOS THRU R6-MOVE-DADOS-EXIT
           MOVE W-DATA       TO EXC-DATA-ABERTURA
           MOVE 1            TO EXC-OCORRENCIAS
           MOVE SPACES       TO EXC-RESPONSAVEL EXC-NOTA EXC-OPER-FECHA
           MOVE ZEROS        TO EXC-DATA-ASSUMIDO EXC-DATA-FECHA
           WRITE REGEXC
           IF ST-EXC NOT = "00"
              MOVE "91" TO LNK-E-STATUS
              GO TO R9-VOLTA.
           MOVE "00" TO LNK-E-STATUS
           GO TO R9-VOLTA.

      ********** STILL BEING WORKED - NO SECOND ITEM, JUST SEEN AGAIN *
      ***** THE OPENING DATE IS KEPT, SO THE AGING REPORT COUNTS *****
      ***** FROM THE FIRST TIME THE PROBLEM WAS RAISED ***************
       R4-VISTO-DE-NOVO.
           PERFORM R6-MOVE-DADOS THRU R6-MOVE-DADOS-EXIT
           IF EXC-OCORRENCIAS < 9999
              ADD 1 TO EXC-OCORRENCIAS.
           REWRITE REGEXC
           IF ST-EXC NOT = "00"
              MOVE "91" TO LNK-E-STATUS
              GO TO R9-VOLTA.
           MOVE "02" TO LNK-E-STATUS
           GO TO R9-VOLTA.

      ********** CLOSED AS NO ACTION - A CLERK DECIDED THE CONDITION **
      ***** IS ACCEPTED, SO THE NIGHTLY JOBS RAISING IT AGAIN MUST ***
      ***** NOT REOPEN IT. ONLY THE SIGHTING IS RECORDED *************
       R4A-SEM-ACAO-VISTO.
           MOVE W-DATA TO EXC-DATA-ULTIMA
           IF EXC-OCORRENCIAS < 9999
              ADD 1 TO EXC-OCORRENCIAS.
           REWRITE REGEXC
           IF ST-EXC NOT = "00"
              MOVE "91" TO LNK-E-STATUS
              GO TO R9-VOLTA.
           MOVE "04" TO LNK-E-STATUS
           GO TO R9-VOLTA.

      ********** CLOSED AS FIXED BUT RAISED AGAIN - REOPEN THE SAME ***
      ********** ITEM ************************************************
      ***** THE CLOSING NOTE IS KEPT FOR THE NEXT CLERK; THE CLOSING *
      ***** DATE AND OPERATOR STAY UNTIL THE ITEM IS CLOSED AGAIN ****
       R5-REABRE.
           MOVE "A"          TO EXC-SITUACAO
           PERFORM R6-MOVE-DADOS THRU R6-MOVE-DADOS-EXIT
           MOVE W-DATA       TO EXC-DATA-ABERTURA
           MOVE 1            TO EXC-OCORRENCIAS
           MOVE SPACES       TO EXC-RESPONSAVEL
           MOVE ZEROS        TO EXC-DATA-ASSUMIDO
           REWRITE REGEXC
           IF ST-EXC NOT = "00"
              MOVE "91" TO LNK-E-STATUS
              GO TO R9-VOLTA.
           MOVE "03" TO LNK-E-STATUS
           GO TO R9-VOLTA.

      ***** THE LATEST RUN'S VIEW OF THE PROBLEM REPLACES THE OLD ****
       R6-MOVE-DADOS.
           MOVE LNK-E-PROGRAMA TO EXC-PROGRAMA
           MOVE LNK-E-UF       TO EXC-UF
           MOVE LNK-E-CIDADE   TO EXC-CIDADE
           MOVE LNK-E-MOTIVO   TO EXC-MOTIVO
           MOVE W-DATA         TO EXC-DATA-ULTIMA.
       R6-MOVE-DADOS-EXIT.
           EXIT.

      ********** BACK TO THE CALLER **********************************
       R9-VOLTA.
           EXIT PROGRAM.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
