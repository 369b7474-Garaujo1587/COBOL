      *----------------------------------------------------------------
      *    STRDEFS - SELECT CLAUSE FOR THE NIGHTLY STREAM DEFINITION
      *    (STRDEF.DAT) READ BY THE SMP0050 STREAM CONTROLLER. ONE
      *    RECORD PER STEP, IN THE ORDER THE STEPS ARE TO RUN.
      *    THE COPYING PROGRAM MUST DEFINE 01 ST-STR PIC X(02).
      *----------------------------------------------------------------
           SELECT STRDEF ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-STR.
