      *    THE UNCONTESTED DIFFERENCES     *
      *    FROM THE CORREIOS SIDE,         *
      *    AUDITED IN CADLOG LIKE THE      *
      *    SMP0021 NORMALIZATION. THE      *
      *    CONTESTED DIFFERENCES ARE ALSO  *
      *    QUEUED ON CADEXC (SOURCE CT)    *
      *    THROUGH SMP0040.                *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
       77 W-QTD-CONTESTADOS PIC 9(08) VALUE ZEROS.
       77 W-QTD-APLICADOS   PIC 9(08) VALUE ZEROS.

      *    DATA-QUALITY EXCEPTION QUEUE (SEE SMP0040)
           COPY EXCLNK.
       77 W-QTD-FILA-NOVOS  PIC 9(08) VALUE ZEROS.

      *    IMAGE OF THE RECORD BEFORE AN APPLY, FOR THE AUDIT TRAIL
       01 W-ANTES.
          03 W-A-ENDERECO    PIC X(30) VALUE SPACES.
              ADD 1 TO W-QTD-CONTESTADOS
              MOVE "DIFFERS - LOCAL CHANGE, REVIEW" TO LD-MOTIVO
              WRITE LINHA-REL FROM LC-DETALHE
              PERFORM R6A-FILA-EXCECAO THRU R6A-FILA-EXCECAO-EXIT
              GO TO R6-CONFERE-EXIT.
           ADD 1 TO W-QTD-DIFEREM
           IF W-APLICA = "Y"
       R6-CONFERE-EXIT.
           EXIT.

      ***** QUEUE A CONTESTED DIFFERENCE - A RE-RUN DOES NOT OPEN A **
      ***** SECOND ITEM FOR A COD STILL BEING WORKED *****************
       R6A-FILA-EXCECAO.
           MOVE COD       TO LNK-E-COD
           MOVE "CT"      TO LNK-E-ORIGEM
           MOVE "SMP0034" TO LNK-E-PROGRAMA
           MOVE UF        TO LNK-E-UF
           MOVE CIDADE    TO LNK-E-CIDADE
           MOVE LD-MOTIVO TO LNK-E-MOTIVO
           CALL "SMP0040" USING LNK-EXCECAO
           IF LNK-E-ERRO-ARQUIVO
              DISPLAY "SMP0034 - EXCEPTION QUEUE WRITE ERROR ON COD "
                  COD
              GO TO R6A-FILA-EXCECAO-EXIT.
           IF LNK-E-NOVO OR LNK-E-REABERTO
              ADD 1 TO W-QTD-FILA-NOVOS.
       R6A-FILA-EXCECAO-EXIT.
           EXIT.

      ********** APPLY ONE UNCONTESTED DIFFERENCE ********************
      ***** LIKE THE SMP0006 REWRITE - THE OPERATOR-ENTERED HOUSE ****
      ***** NUMBER, COMPLEMENT, TYPE AND LIFECYCLE FIELDS SURVIVE ****
           DISPLAY "SMP0034 - FIELDS DIFFER ...... " W-QTD-DIFEREM
           DISPLAY "SMP0034 - LOCAL - REVIEW ..... " W-QTD-CONTESTADOS
           DISPLAY "SMP0034 - APPLIED ............ " W-QTD-APLICADOS
           DISPLAY "SMP0034 - QUEUED ON CADEXC ... " W-QTD-FILA-NOVOS
           MOVE "OK" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           IF W-APLICA = "Y"
