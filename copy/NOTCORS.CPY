      *----------------------------------------------------------------
      *    NOTCORS - SELECT CLAUSE FOR THE CORREIOS CEP CHANGE NOTICE
      *    (NOTCOR.DAT) - THE PERIODIC LIST OF CODS CORREIOS RETIRED,
      *    RENUMBERED OR SPLIT, WITH THE REPLACEMENT CODE FOR EACH,
      *    AND THE NEW CODES THE NOTICE CREATES. READ BY SMP0045.
      *    THE COPYING PROGRAM MUST DEFINE 01 ST-NOT PIC X(02).
      *----------------------------------------------------------------
           SELECT NOTCOR ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-NOT.
