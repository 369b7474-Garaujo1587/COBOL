      *----------------------------------------------------------------
      *    ZONCADS - SELECT CLAUSE FOR THE DELIVERY-ZONE TABLE FILE
      *    (ZONCAD.DAT) - FREIGHT ZONE, CARRIER AND LEAD TIME BY CEP
      *    RANGE. MAINTAINED BY SMP0047, ANSWERED TO ORDER ENTRY BY
      *    THE SMP0048 LOOKUP MODULE, CHECKED AGAINST CADCEP BY THE
      *    SMP0049 COVERAGE REPORT.
      *    THE RANGES NEVER OVERLAP (SMP0047 REFUSES ONE THAT WOULD),
      *    SO THE END COD IS UNIQUE TOO AND IS CARRIED AS AN
      *    ALTERNATE KEY: THE FIRST RANGE ENDING AT OR AFTER A COD IS
      *    THE ONLY ONE THAT CAN HOLD IT.
      *    THE COPYING PROGRAM MUST DEFINE 01 ST-ZON PIC X(02).
      *----------------------------------------------------------------
           SELECT ZONCAD ASSIGN TO DISK
                        ORGANIZATION IS INDEXED
                        ACCESS MODE  IS DYNAMIC
                        RECORD KEY   IS ZON-COD-INI
                        ALTERNATE RECORD KEY IS ZON-COD-FIM
                        FILE STATUS  IS ST-ZON.
