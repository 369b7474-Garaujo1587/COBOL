      *----------------------------------------------------------------
      *    CADDEMS - SELECT CLAUSE FOR THE LOOKUP DEMAND LOG
      *    (CADDEM.DAT). THE ORDER-ENTRY LOOKUP MODULES WRITE ONE
      *    ENTRY, THROUGH SMP0043, FOR EVERY SMP0025 LOOKUP THAT DOES
      *    NOT END CLEAN (23, 61, 62, 63) AND EVERY SMP0029 REVERSE
      *    SEARCH THAT FINDS NOTHING. SMP0044 PRINTS THE DAILY
      *    HOTLIST FROM IT. OPENED EXTEND LIKE CADLOG.
      *    THE COPYING PROGRAM MUST DEFINE 01 ST-DEM PIC X(02).
      *----------------------------------------------------------------
           SELECT CADDEM ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-DEM.
