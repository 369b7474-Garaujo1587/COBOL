      *----------------------------------------------------------------
      *    LOGREGF - FD AND RECORD FOR A REGIONAL AUDIT TRAIL COPY
      *    (LOGRxxx.DAT). REGLOG IMAGES - ONLY THE FIELDS THE
      *    CONSOLIDATION LOOKS AT ARE NAMED, THE ADDRESS IMAGES AND
      *    SUCCESSOR STAY A FILLER AND ARE PASSED THROUGH UNCHANGED.
      *    THE PHYSICAL NAME COMES FROM W-LRG-ARQUIVO (SEE LOGREGS).
      *----------------------------------------------------------------
       FD  LOGREG
               LABEL RECORD IS STANDARD.
       01  REGLRG.
           03  RGL-DATA          PIC 9(08).
           03  RGL-HORA          PIC 9(06).
           03  RGL-OPERADOR      PIC X(08).
           03  RGL-ACAO          PIC X(01).
               88  RGL-ACAO-NOVO      VALUE "N".
               88  RGL-ACAO-ALTERA    VALUE "C".
               88  RGL-ACAO-EXCLUI    VALUE "D".
           03  RGL-COD           PIC 9(08).
           03  FILLER            PIC X(192).
