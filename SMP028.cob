      *    USUAL N/C/D CADLOG ENTRY;       *
      *    REJECTS WRITE A Q ENTRY. BOTH   *
      *    DECISIONS EMPTY THE QUEUE SLOT. *
      *    THE PROPOSALS QUEUED BY THE     *
      *    CORREIOS CHANGE-NOTICE JOB      *
      *    (SMP0045) CAN BE APPLIED IN ONE *
      *    GO (B) ONCE THE SUPERVISOR HAS  *
      *    CHECKED ITS REPORT.             *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
       77 W-QTD-APLICADOS  PIC 9(06) VALUE ZEROS.
       77 W-QTD-RECUSADOS  PIC 9(06) VALUE ZEROS.

      *    BULK APPLY (B) - ONLY FOR THE PROPOSALS THE CORREIOS
      *    CHANGE-NOTICE JOB QUEUED UNDER ITS OWN NAME (SEE SMP0045).
      *    ONCE STARTED, EVERY REMAINING PROPOSAL OF THAT OPERATOR IS
      *    APPLIED WITHOUT STOPPING; ONE THAT CANNOT BE APPLIED STAYS
      *    ON THE QUEUE FOR A ONE-BY-ONE DECISION
       77 W-OPER-LOTE      PIC X(08) VALUE "SMP0045".
       77 W-LOTE           PIC X(01) VALUE "N".
          88 EM-LOTE               VALUE "S".
       77 W-QTD-PULADOS    PIC 9(06) VALUE ZEROS.

      *    CADCEP UPDATE LOCK (SEE SMP0033) - CLAIMED AT SIGN-ON IN
      *    THE SUPERVISOR'S NAME, RELEASED AT ROT-FIM
           COPY TRVLNK.
                 MOVE "*** END OF QUEUE ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           IF EM-LOTE
              IF PND-OPERADOR = W-OPER-LOTE
                 PERFORM R4-FORMATA THRU R4-FORMATA-EXIT
                 DISPLAY TELAPND
                 GO TO R5-APLICA
              ELSE
                 GO TO R2-LE.

      ********* SHOW THE PROPOSAL AND ASK FOR THE DECISION ***********
       R3-MOSTRA.
           DISPLAY TELAPND.
       R3-DECIDE.
           DISPLAY (23, 12)
               "A=APPLY R=REJECT B=BULK ENTER=SKIP ESC=EXIT"
           MOVE SPACES TO W-OPCAO
           ACCEPT (23, 58) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
              GO TO R5-APLICA.
           IF W-OPCAO = "R" OR "r"
              GO TO R6-RECUSA.
           IF W-OPCAO = "B" OR "b"
              GO TO R5L-LOTE.
           IF W-OPCAO = SPACES
              GO TO R2-LE.
           GO TO R3-DECIDE.
           IF PND-OPERADOR = W-OPERADOR
              MOVE "*** CANNOT APPROVE YOUR OWN CHANGE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5-NAO-APLICADO.
           IF PND-ACAO-NOVO
              GO TO R5A-NOVO.
           IF PND-ACAO-ALTERA
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R2-LE.

      ********* BULK APPLY - FROM THIS PROPOSAL TO THE END OF THE ****
      ********* QUEUE, EVERY ONE THE NOTICE JOB QUEUED ***************
       R5L-LOTE.
           IF PND-OPERADOR NOT = W-OPER-LOTE
              MOVE "*** BULK ONLY FOR SMP0045 PROPOSALS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-DECIDE.
           DISPLAY (23, 12)
               "APPLY ALL REMAINING SMP0045 PROPOSALS (Y/N) :    "
           MOVE SPACES TO W-OPCAO
           ACCEPT (23, 59) W-OPCAO
           IF W-OPCAO NOT = "Y" AND "y"
              MOVE SPACES TO MENS
              DISPLAY (23, 12) MENS
              GO TO R3-DECIDE.
           MOVE "S" TO W-LOTE
           GO TO R5-APLICA.

      ***** A PROPOSAL THAT CANNOT BE APPLIED - ONE BY ONE IT GOES ***
      ***** BACK TO THE SUPERVISOR; IN BULK IT STAYS ON THE QUEUE ****
       R5-NAO-APLICADO.
           IF EM-LOTE
              ADD 1 TO W-QTD-PULADOS
              GO TO R2-LE.
           GO TO R3-DECIDE.

       R5A-NOVO.
           MOVE PND-COD           TO COD
           MOVE PND-D-ENDERECO    TO ENDERECO
              MOVE "*** COD NOW ON FILE - REJECT AND RE-ENTER ***"
                                                       TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5-NAO-APLICADO.
           MOVE "FILE WRITE ERROR" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
           IF ST-ERRO = "23"
              MOVE "*** COD NO LONGER ON FILE - REJECT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5-NAO-APLICADO.
           IF ST-ERRO NOT = "00"
              MOVE "ERROR READING THE FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF ST-ERRO = "23"
              MOVE "*** COD NO LONGER ON FILE - REJECT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5-NAO-APLICADO.
           IF ST-ERRO NOT = "00"
              MOVE "ERROR READING THE FILE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF CEP-DESATIVADO
              MOVE "*** ALREADY DEACTIVATED - REJECT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5-NAO-APLICADO.
           MOVE "D"           TO SITUACAO
           ACCEPT DATA-DESATIV FROM DATE YYYYMMDD
           MOVE PND-SUCESSOR  TO COD-SUCESSOR
           PERFORM GRAVA-LOG THRU GRAVA-LOG-EXIT
           PERFORM R8-TIRA-DA-FILA THRU R8-TIRA-DA-FILA-EXIT
           ADD 1 TO W-QTD-APLICADOS
           IF EM-LOTE
              GO TO R2-LE.
           MOVE "*** APPLIED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R2-LE.
       ROT-FIM.
           DISPLAY (24, 1) "APPLIED: " W-QTD-APLICADOS
               "  REJECTED: " W-QTD-RECUSADOS
               "  LEFT ON QUEUE BY BULK: " W-QTD-PULADOS
           CLOSE CADPND CADCEP CADLOG.
           PERFORM LIBERA-TRAVA THRU LIBERA-TRAVA-EXIT
           STOP RUN.
