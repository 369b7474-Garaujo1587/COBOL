      *----------------------------------------------------------------
      *    CADCONS - SELECT CLAUSE FOR THE HEAD-OFFICE CONSOLIDATED
      *    CEP MASTER (CADCON.DAT), REBUILT FROM THE REGIONAL CADCEP
      *    FILES BY SMP0052 AND READ BY SMP0007/SMP0026 WHEN THEY
      *    ARE ASKED FOR COMPANY-WIDE FIGURES.
      *    THE COPYING PROGRAM MUST DEFINE 01 ST-CON PIC X(02).
      *----------------------------------------------------------------
           SELECT CADCON ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS CON-COD
                        FILE STATUS  IS ST-CON.
