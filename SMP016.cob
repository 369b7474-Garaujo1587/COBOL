      *    FALLS OUTSIDE THE RANGE FOR ITS *
      *    UF, OR WHOSE UF IS NOT ON       *
      *    UFCAD.DAT, WITH PER-UF COUNTS.  *
      *    EVERY EXCEPTION IS ALSO QUEUED  *
      *    ON CADEXC (SOURCE FX) THROUGH   *
      *    SMP0040 FOR FOLLOW-UP.          *
      **************************************
      *----------------------------------------------------------------
        ENVIRONMENT DIVISION.
       77 W-IX              PIC 9(02) VALUE ZEROS.
       77 W-ACHOU           PIC X(01) VALUE "N".

      *    DATA-QUALITY EXCEPTION QUEUE (SEE SMP0040)
           COPY EXCLNK.
       77 W-QTD-FILA-NOVOS  PIC 9(08) VALUE ZEROS.

       01 LC-TITULO.
          03 FILLER  PIC X(50)
              VALUE "CADCEP X UFCAD RANGE RECONCILIATION REPORT".
           MOVE CIDADE   TO LD-CIDADE
           MOVE UF       TO LD-UF
           WRITE LINHA-REL FROM LC-DETALHE
           PERFORM R4B-FILA-EXCECAO THRU R4B-FILA-EXCECAO-EXIT
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-IX
           PERFORM R4A-PROCURA-UF THRU R4A-PROCURA-UF-EXIT
       R4A-PROCURA-UF-EXIT.
           EXIT.

      ***** QUEUE THE EXCEPTION - A RE-RUN DOES NOT OPEN A SECOND ****
      ***** ITEM FOR A COD STILL BEING WORKED ************************
       R4B-FILA-EXCECAO.
           MOVE COD       TO LNK-E-COD
           MOVE "FX"      TO LNK-E-ORIGEM
           MOVE "SMP0016" TO LNK-E-PROGRAMA
           MOVE UF        TO LNK-E-UF
           MOVE CIDADE    TO LNK-E-CIDADE
           MOVE LD-MOTIVO TO LNK-E-MOTIVO
           CALL "SMP0040" USING LNK-EXCECAO
           IF LNK-E-ERRO-ARQUIVO
              DISPLAY "SMP0016 - EXCEPTION QUEUE WRITE ERROR ON COD "
                  COD
              GO TO R4B-FILA-EXCECAO-EXIT.
           IF LNK-E-NOVO OR LNK-E-REABERTO
              ADD 1 TO W-QTD-FILA-NOVOS.
       R4B-FILA-EXCECAO-EXIT.
           EXIT.

      ********** PER-UF SUMMARY AND GRAND TOTALS *********************
       R3-RESUMO.
           WRITE LINHA-REL FROM LC-BRANCO
           DISPLAY "SMP0016 - OUT OF RANGE ....... " W-QTD-FORA-FAIXA
           DISPLAY "SMP0016 - UF NOT ON UFCAD .... " W-QTD-UF-AUSENTE
           DISPLAY "SMP0016 - TOTAL EXCEPTIONS ... " W-QTD-EXCECOES
           DISPLAY "SMP0016 - QUEUED ON CADEXC ... " W-QTD-FILA-NOVOS
           MOVE "OK" TO BAT-SITUACAO
           PERFORM GRAVA-BATLOG-FIM THRU GRAVA-BATLOG-FIM-EXIT
           CLOSE CADCEP UFCAD RELFXA
