      *----------------------------------------------------------------
      *    CADEXCS - SELECT CLAUSE FOR THE DATA-QUALITY EXCEPTION
      *    QUEUE (CADEXC.DAT). THE BATCH JOBS THAT PRINT EXCEPTIONS
      *    NOBODY COULD TRACK ONCE THE PAPER WAS FILED (SMP0006,
      *    SMP0016, SMP0017, SMP0034) ALSO QUEUE THEM HERE THROUGH
      *    SMP0040, KEYED BY COD PLUS SOURCE SO A RE-RUN NEVER OPENS
      *    A SECOND ITEM FOR THE SAME PROBLEM. CLERKS WORK THE QUEUE
      *    IN SMP0041; SMP0042 PRINTS THE WEEKLY AGING REPORT.
      *    THE COPYING PROGRAM MUST DEFINE 01 ST-EXC PIC X(02).
      *----------------------------------------------------------------
           SELECT CADEXC ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS EXC-CHAVE
                        FILE STATUS  IS ST-EXC.
