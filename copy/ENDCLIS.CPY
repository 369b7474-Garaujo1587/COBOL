      *----------------------------------------------------------------
      *    ENDCLIS - SELECT CLAUSE FOR THE CUSTOMER ADDRESS FILE
      *    (ENDCLI.DAT) SENT IN BY MARKETING OR BILLING FOR THE
      *    SMP0046 ADDRESS-CLEANSING RUN - ONE ADDRESS PER RECORD,
      *    IN ANY ORDER.
      *    THE COPYING PROGRAM MUST DEFINE 01 ST-CLI PIC X(02).
      *----------------------------------------------------------------
           SELECT ENDCLI ASSIGN TO DISK
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS ST-CLI.
