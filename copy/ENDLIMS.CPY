      *----------------------------------------------------------------
      *    ENDLIMS - SELECT CLAUSE FOR THE CLEANSED ADDRESS FILE
      *    (ENDLIM.DAT) CUT BY SMP0046 - ONE RECORD PER CUSTOMER
      *    ADDRESS READ, IN THE ORDER OF ENDCLI.DAT.
      *    THE COPYING PROGRAM MUST DEFINE 01 ST-LIM PIC X(02).
      *----------------------------------------------------------------
           SELECT ENDLIM ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-LIM.
