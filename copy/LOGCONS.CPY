      *----------------------------------------------------------------
      *    LOGCONS - SELECT CLAUSE FOR THE CONSOLIDATED AUDIT TRAIL
      *    (LOGCON.DAT), REBUILT BY SMP0052 FROM THE REGIONAL CADLOG
      *    FILES AND READ BY SMP0026 FOR COMPANY-WIDE MOVEMENT.
      *    THE COPYING PROGRAM MUST DEFINE 01 ST-LGC PIC X(02).
      *----------------------------------------------------------------
           SELECT LOGCON ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-LGC.
