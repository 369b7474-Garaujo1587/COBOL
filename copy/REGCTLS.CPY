      *----------------------------------------------------------------
      *    REGCTLS - SELECT CLAUSE FOR THE LIST OF REGIONAL
      *    INSTALLATIONS (REGCTL.DAT) READ BY THE SMP0052 HEAD-OFFICE
      *    CONSOLIDATION. ONE RECORD PER REGION TAKING PART.
      *    THE COPYING PROGRAM MUST DEFINE 01 ST-CTL PIC X(02).
      *----------------------------------------------------------------
           SELECT REGCTL ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-CTL.
