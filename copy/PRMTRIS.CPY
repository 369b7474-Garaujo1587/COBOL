      *----------------------------------------------------------------
      *    PRMTRIS - SELECT CLAUSE FOR THE BULK-MAIL PRESORT
      *    PARAMETER FILE (PRMTRI.DAT) READ BY THE SMP0038 PRESORT
      *    MODE - ONE CARD WITH THE CORREIOS MINIMUM-PIECES RULE.
      *    THE COPYING PROGRAM MUST DEFINE 01 ST-PRM PIC X(02).
      *----------------------------------------------------------------
           SELECT PRMTRI ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-PRM.
